       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  SANCSCRN.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  CALLABLE SANCTIONS SCREEN
      *                FOR PAYEE NAMES.  CLAIMPAY CALLS IT FOR EVERY
      *                PAYEE BEFORE A DISBURSEMENT IS WRITTEN, BENMAINT
      *                FOR EVERY NEW OR RENAMED BENEFICIARY AND
      *                SUPONBRD FOR EVERY NEW SUPPLIER.  THE NAME IS
      *                NORMALIZED (SANCNORM) AND COMPARED WORD BY WORD
      *                WITH EVERY NAME ON THE SANCLIST WATCH LIST -
      *                WORD ORDER IGNORED, AND A WORD ONE TYPING SLIP
      *                AWAY (ONE LETTER WRONG, MISSING, EXTRA OR TWO
      *                SWAPPED) COUNTING AS A NEAR MATCH.  A SCORE AT
      *                OR OVER THE HIT THRESHOLD IS A POTENTIAL HIT:
      *                IT GOES ON THE SANCHOLD QUEUE FOR COMPLIANCE
      *                UNLESS THAT PAYEE AND ENTRY ARE ALREADY THERE,
      *                AND THE CALLER IS TOLD TO HOLD (OR, WHERE
      *                COMPLIANCE CONFIRMED THE MATCH, TO BLOCK).  A
      *                HIT COMPLIANCE HAS CLEARED NO LONGER HOLDS.
      *                EVERY CALL IS LOGGED TO SANCLOG WHATEVER THE
      *                RESULT.  NO WATCH LIST MEANS NOTHING CAN BE
      *                SCREENED - EVERY PAYEE IS RETURNED HELD AND THE
      *                OPERATORS ARE ALERTED.
      * 2026  D.ELLIS  PRVPAY NOW CALLS IT FOR EVERY PROVIDER PAYEE
      *                BEFORE AN ACH OR CHECK PAYMENT IS WRITTEN.
      * 2026  D.ELLIS  CHKVOID NOW CALLS IT FOR THE PAYEE OF EVERY
      *                REPLACEMENT CHECK BEFORE IT IS CUT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WATCH-LIST-FILE
                  ASSIGN       to SANCLIST
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is WL-STATUS.

           SELECT HOLD-QUEUE-FILE
                  ASSIGN       to SANCHOLD
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is HQ-STATUS.

           SELECT SCREEN-LOG-FILE
                  ASSIGN       to SANCLOG
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is LG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  WATCH-LIST-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY SANCLIST.

       FD  HOLD-QUEUE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY SANCHOLD.

       FD  SCREEN-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY SANCLOG.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  WL-STATUS                   PIC X(2).
               88 WL-OPENED       VALUE "00".
               88 END-OF-WL       VALUE "10".
           05  HQ-STATUS                   PIC X(2).
               88 HQ-OPENED       VALUE "00".
               88 END-OF-HQ       VALUE "10".
           05  LG-STATUS                   PIC X(2).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-STAMP                    PIC X(14).
           05  WS-LOADED-SW                PIC X(01) VALUE "N".
               88  WS-LIST-LOADED             VALUE "Y".
           05  WS-LIST-DATE                PIC 9(08) VALUE ZERO.
      *    A SCORE AT OR OVER THIS IS A POTENTIAL HIT.  AN EXACT WORD
      *    SCORES 100 AND A NEAR WORD 80, AVERAGED OVER THE WORDS OF
      *    THE LIST NAME - SO A TWO-WORD LIST NAME NEEDS ONE WORD
      *    EXACT AND THE OTHER AT LEAST NEAR.
           05  WS-HIT-THRESHOLD            PIC 9(03) VALUE 085.
           05  WS-PAYEE-NAME               PIC X(60).
           05  WS-NORM-NAME                PIC X(60).
           05  WS-TOKEN                    PIC X(60).
           05  WS-TOKEN-LEN                PIC 9(03) COMP VALUE 0.
           05  WS-PTR                      PIC 9(03) COMP VALUE 0.
           05  WS-WL-SUB                   PIC 9(05) COMP VALUE 0.
           05  WS-TK-SUB                   PIC 9(03) COMP VALUE 0.
           05  WS-PT-SUB                   PIC 9(03) COMP VALUE 0.
           05  WS-DC-SUB                   PIC 9(05) COMP VALUE 0.
           05  WS-DC-FOUND                 PIC 9(05) COMP VALUE 0.
           05  WS-EXACT-COUNT              PIC 9(03) COMP VALUE 0.
           05  WS-NEAR-COUNT               PIC 9(03) COMP VALUE 0.
           05  WS-WORD-MATCH               PIC 9(01) VALUE 0.
           05  WS-SCORE                    PIC 9(03) VALUE 0.
           05  WS-RESULT-RANK              PIC 9(01) VALUE 0.
           05  WS-ENTRY-RANK               PIC 9(01) VALUE 0.
           05  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
               88  WS-TABLE-FULL              VALUE "Y".

      *    NEAR-MATCH WORK - A IS ALWAYS THE LONGER WORD.
       01  NEAR-MATCH-FIELDS.
           05  WS-NEAR-SW                  PIC X(01) VALUE "N".
               88  WS-NEAR                    VALUE "Y".
           05  WS-A-WORD                   PIC X(15).
           05  WS-A-LEN                    PIC 9(03) COMP VALUE 0.
           05  WS-B-WORD                   PIC X(15).
           05  WS-B-LEN                    PIC 9(03) COMP VALUE 0.
           05  WS-SWAP-WORD                PIC X(15).
           05  WS-SWAP-LEN                 PIC 9(03) COMP VALUE 0.
           05  WS-CH-SUB                   PIC 9(03) COMP VALUE 0.
           05  WS-DIFF-COUNT               PIC 9(03) COMP VALUE 0.
           05  WS-DIFF-1                   PIC 9(03) COMP VALUE 0.
           05  WS-DIFF-2                   PIC 9(03) COMP VALUE 0.

      *    PASSED TO ALERTLOG.
       01  WS-ALERT-FIELDS.
           05  WS-AL-JOB                   PIC X(08) VALUE "SANCSCRN".
           05  WS-AL-SEV                   PIC X(01) VALUE "C".
           05  WS-AL-TEXT                  PIC X(60).

      *    THE WORDS OF THE NAME BEING BROKEN UP - THE PAYEE'S ON
      *    EVERY CALL, EACH LIST NAME'S WHILE THE LIST LOADS.  ONE-
      *    LETTER WORDS (INITIALS) ARE LEFT OUT.
       01  TOKEN-WORK-AREA.
           05  WS-TW-COUNT                 PIC 9(03) COMP VALUE 0.
           05  WS-TW-ENTRY OCCURS 8 TIMES.
               10  TW-TEXT                 PIC X(15).
               10  TW-LEN                  PIC 9(03) COMP.

      *    THE WATCH LIST, LOADED ON THE FIRST CALL AND KEPT FOR THE
      *    LIFE OF THE RUN, EACH NAME HELD AS ITS WORDS.
       01  WATCH-TABLE-AREA.
           05  WS-WL-COUNT                 PIC 9(05) COMP VALUE 0.
           05  WS-WL-ENTRY OCCURS 15000 TIMES.
               10  WLT-ENTRY-ID            PIC X(10).
               10  WLT-LIST-NAME           PIC X(60).
               10  WLT-TOKEN-COUNT         PIC 9(03) COMP.
               10  WLT-TOKEN OCCURS 6 TIMES.
                   15  WLT-TOKEN-TEXT      PIC X(15).
                   15  WLT-TOKEN-LEN       PIC 9(03) COMP.

      *    EVERY PAYEE AND LIST ENTRY ALREADY ON THE HOLD QUEUE, WITH
      *    WHERE COMPLIANCE HAS GOT TO ON IT.  HITS QUEUED DURING THIS
      *    RUN ARE ADDED SO THEY ARE NOT QUEUED TWICE.
       01  DECISION-TABLE-AREA.
           05  WS-DC-COUNT                 PIC 9(05) COMP VALUE 0.
           05  WS-DC-ENTRY OCCURS 3000 TIMES.
               10  DCT-PAYEE-NAME          PIC X(40).
               10  DCT-ENTRY-ID            PIC X(10).
               10  DCT-STATUS              PIC X(01).

       LINKAGE SECTION.
       01  LK-SOURCE                       PIC X(08).
       01  LK-REFERENCE                    PIC X(20).
       01  LK-PAYEE-NAME                   PIC X(40).
       01  LK-AMOUNT                       PIC 9(07)V99.
      *    RETURNED - C CLEAR, H HOLD FOR COMPLIANCE, B BLOCKED
      *    (CONFIRMED MATCH), E NOT SCREENED (NO WATCH LIST) - WITH
      *    THE SCORE AND LIST ENTRY THAT DECIDED IT, OR THE CLOSEST
      *    ENTRY WHEN CLEAR.
       01  LK-RESULT                       PIC X(01).
       01  LK-SCORE                        PIC 9(03).
       01  LK-ENTRY-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-SOURCE
                                LK-REFERENCE
                                LK-PAYEE-NAME
                                LK-AMOUNT
                                LK-RESULT
                                LK-SCORE
                                LK-ENTRY-ID.

       0000-MAINLINE.
           MOVE "0000-MAINLINE" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAMP.
           IF NOT WS-LIST-LOADED
               PERFORM 100-LOAD-WATCH-LIST THRU 100-EXIT
               PERFORM 150-LOAD-DECISIONS THRU 150-EXIT
               SET WS-LIST-LOADED TO TRUE
           END-IF.

           MOVE "C" TO LK-RESULT.
           MOVE ZERO TO LK-SCORE WS-RESULT-RANK.
           MOVE SPACES TO LK-ENTRY-ID.

           IF WS-WL-COUNT = ZERO
               MOVE "E" TO LK-RESULT
               GO TO 0000-LOG.

           MOVE LK-PAYEE-NAME TO WS-PAYEE-NAME.
           CALL "SANCNORM" USING WS-PAYEE-NAME WS-NORM-NAME.
           PERFORM 300-TOKENIZE THRU 300-EXIT.
           IF WS-TW-COUNT = ZERO
               GO TO 0000-LOG.

           PERFORM 400-SCORE-ONE-ENTRY THRU 400-EXIT
               VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WL-COUNT.

       0000-LOG.
           PERFORM 500-WRITE-LOG THRU 500-EXIT.
           GOBACK.

       100-LOAD-WATCH-LIST.
      *    EVERY LIST NAME IS TABLED AS ITS WORDS.  A MISSING OR
      *    EMPTY LIST IS A CRITICAL ALERT - NOTHING CAN PAY UNTIL
      *    IT IS PUT RIGHT.
           MOVE "100-LOAD-WATCH-LIST" TO PARA-NAME.
           MOVE ZERO TO WS-WL-COUNT.
           OPEN INPUT WATCH-LIST-FILE.
           IF NOT WL-OPENED
               GO TO 100-EMPTY.
           READ WATCH-LIST-FILE
               AT END SET END-OF-WL TO TRUE.
           IF NOT END-OF-WL
               MOVE SL-LIST-DATE TO WS-LIST-DATE.
           PERFORM 110-TABLE-ONE-NAME THRU 110-EXIT
               UNTIL END-OF-WL.
           CLOSE WATCH-LIST-FILE.
           IF WS-WL-COUNT > ZERO
               GO TO 100-EXIT.
       100-EMPTY.
           MOVE "C" TO WS-AL-SEV.
           MOVE "SANCTIONS WATCH LIST NOT LOADED - ALL PAYEES HELD"
               TO WS-AL-TEXT.
           CALL "ALERTLOG" USING WS-AL-JOB WS-AL-SEV WS-AL-TEXT.
           DISPLAY "SANCSCRN WATCH LIST NOT AVAILABLE " WL-STATUS.
       100-EXIT.
           EXIT.

       110-TABLE-ONE-NAME.
           MOVE "110-TABLE-ONE-NAME" TO PARA-NAME.
           MOVE SL-MATCH-NAME TO WS-NORM-NAME.
           PERFORM 300-TOKENIZE THRU 300-EXIT.
           IF WS-TW-COUNT = ZERO
               GO TO 110-READ.
           IF WS-WL-COUNT NOT < 15000
               IF NOT WS-TABLE-FULL
                   SET WS-TABLE-FULL TO TRUE
                   MOVE "C" TO WS-AL-SEV
                   MOVE "SANCTIONS LIST TRUNCATED AT 15000 NAMES"
                       TO WS-AL-TEXT
                   CALL "ALERTLOG" USING WS-AL-JOB WS-AL-SEV
                       WS-AL-TEXT
               END-IF
               GO TO 110-READ.
           ADD 1 TO WS-WL-COUNT.
           MOVE SL-ENTRY-ID TO WLT-ENTRY-ID (WS-WL-COUNT).
           MOVE SL-NAME TO WLT-LIST-NAME (WS-WL-COUNT).
           IF WS-TW-COUNT > 6
               MOVE 6 TO WS-TW-COUNT.
           MOVE WS-TW-COUNT TO WLT-TOKEN-COUNT (WS-WL-COUNT).
           PERFORM 120-TABLE-ONE-WORD THRU 120-EXIT
               VARYING WS-TK-SUB FROM 1 BY 1
               UNTIL WS-TK-SUB > WS-TW-COUNT.
       110-READ.
           READ WATCH-LIST-FILE
               AT END SET END-OF-WL TO TRUE.
       110-EXIT.
           EXIT.

       120-TABLE-ONE-WORD.
           MOVE TW-TEXT (WS-TK-SUB)
               TO WLT-TOKEN-TEXT (WS-WL-COUNT WS-TK-SUB).
           MOVE TW-LEN (WS-TK-SUB)
               TO WLT-TOKEN-LEN (WS-WL-COUNT WS-TK-SUB).
       120-EXIT.
           EXIT.

       150-LOAD-DECISIONS.
      *    THE QUEUE IS IN THE ORDER HITS WERE RAISED; A LATER ROW
      *    FOR THE SAME PAYEE AND ENTRY OVERRIDES AN EARLIER ONE.
           MOVE "150-LOAD-DECISIONS" TO PARA-NAME.
           MOVE ZERO TO WS-DC-COUNT.
           OPEN INPUT HOLD-QUEUE-FILE.
           IF NOT HQ-OPENED
               GO TO 150-EXIT.
           READ HOLD-QUEUE-FILE
               AT END SET END-OF-HQ TO TRUE.
           PERFORM 160-TABLE-ONE-DECISION THRU 160-EXIT
               UNTIL END-OF-HQ.
           CLOSE HOLD-QUEUE-FILE.
       150-EXIT.
           EXIT.

       160-TABLE-ONE-DECISION.
           MOVE "160-TABLE-ONE-DECISION" TO PARA-NAME.
           IF WS-DC-COUNT < 3000
               ADD 1 TO WS-DC-COUNT
               MOVE SH-PAYEE-NAME TO DCT-PAYEE-NAME (WS-DC-COUNT)
               MOVE SH-ENTRY-ID TO DCT-ENTRY-ID (WS-DC-COUNT)
               MOVE SH-STATUS TO DCT-STATUS (WS-DC-COUNT)
           ELSE
               DISPLAY "SANCSCRN HOLD QUEUE OVER 3000 - NOT TABLED "
                   SH-REFERENCE " " SH-ENTRY-ID
           END-IF.
           READ HOLD-QUEUE-FILE
               AT END SET END-OF-HQ TO TRUE.
       160-EXIT.
           EXIT.

       300-TOKENIZE.
      *    BREAK THE NORMALIZED NAME INTO ITS WORDS - UP TO EIGHT,
      *    FIFTEEN LETTERS EACH - LEAVING OUT ONE-LETTER INITIALS.
           MOVE ZERO TO WS-TW-COUNT.
           MOVE 1 TO WS-PTR.
           PERFORM 310-NEXT-WORD THRU 310-EXIT
               UNTIL WS-PTR > 60 OR WS-TW-COUNT = 8.
       300-EXIT.
           EXIT.

       310-NEXT-WORD.
           MOVE SPACES TO WS-TOKEN.
           MOVE ZERO TO WS-TOKEN-LEN.
           UNSTRING WS-NORM-NAME DELIMITED BY ALL SPACE
               INTO WS-TOKEN COUNT IN WS-TOKEN-LEN
               WITH POINTER WS-PTR
           END-UNSTRING.
           IF WS-TOKEN-LEN < 2
               GO TO 310-EXIT.
           ADD 1 TO WS-TW-COUNT.
           MOVE WS-TOKEN TO TW-TEXT (WS-TW-COUNT).
           IF WS-TOKEN-LEN > 15
               MOVE 15 TO WS-TOKEN-LEN.
           MOVE WS-TOKEN-LEN TO TW-LEN (WS-TW-COUNT).
       310-EXIT.
           EXIT.

       400-SCORE-ONE-ENTRY.
      *    EACH WORD OF THE LIST NAME SCORES 100 WHEN THE PAYEE HAS
      *    IT EXACTLY, 80 WHEN THE PAYEE HAS IT ONE SLIP AWAY; THE
      *    ENTRY SCORES THE AVERAGE.  A ONE-WORD LIST NAME OF UNDER
      *    FOUR LETTERS IS NOT SCREENED ALONE - IT WOULD HIT ANYONE.
           MOVE ZERO TO WS-SCORE WS-EXACT-COUNT WS-NEAR-COUNT.
           IF WLT-TOKEN-COUNT (WS-WL-SUB) = ZERO
               GO TO 400-EXIT.
           IF WLT-TOKEN-COUNT (WS-WL-SUB) = 1
                   AND WLT-TOKEN-LEN (WS-WL-SUB 1) < 4
               GO TO 400-EXIT.
           PERFORM 410-MATCH-ONE-LIST-WORD THRU 410-EXIT
               VARYING WS-TK-SUB FROM 1 BY 1
               UNTIL WS-TK-SUB > WLT-TOKEN-COUNT (WS-WL-SUB).
           IF WS-EXACT-COUNT = ZERO AND WS-NEAR-COUNT = ZERO
               GO TO 400-EXIT.
           COMPUTE WS-SCORE =
               (WS-EXACT-COUNT * 100 + WS-NEAR-COUNT * 80)
                   / WLT-TOKEN-COUNT (WS-WL-SUB).
           IF WS-SCORE < WS-HIT-THRESHOLD
               IF WS-RESULT-RANK = ZERO AND WS-SCORE > LK-SCORE
                   MOVE WS-SCORE TO LK-SCORE
                   MOVE WLT-ENTRY-ID (WS-WL-SUB) TO LK-ENTRY-ID
               END-IF
               GO TO 400-EXIT.
           PERFORM 450-DISPOSE-HIT THRU 450-EXIT.
       400-EXIT.
           EXIT.

       410-MATCH-ONE-LIST-WORD.
           MOVE ZERO TO WS-WORD-MATCH.
           PERFORM 420-AGAINST-ONE-PAYEE-WORD THRU 420-EXIT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-TW-COUNT OR WS-WORD-MATCH = 2.
           IF WS-WORD-MATCH = 2
               ADD 1 TO WS-EXACT-COUNT
           ELSE
               IF WS-WORD-MATCH = 1
                   ADD 1 TO WS-NEAR-COUNT
               END-IF
           END-IF.
       410-EXIT.
           EXIT.

       420-AGAINST-ONE-PAYEE-WORD.
           IF WLT-TOKEN-TEXT (WS-WL-SUB WS-TK-SUB) = TW-TEXT (WS-PT-SUB)
               MOVE 2 TO WS-WORD-MATCH
               GO TO 420-EXIT.
           IF WS-WORD-MATCH = 1
               GO TO 420-EXIT.
           PERFORM 440-NEAR-MATCH THRU 440-EXIT.
           IF WS-NEAR
               MOVE 1 TO WS-WORD-MATCH.
       420-EXIT.
           EXIT.

       440-NEAR-MATCH.
      *    ONE SLIP AWAY - SAME LENGTH WITH ONE LETTER WRONG OR TWO
      *    NEIGHBOURS SWAPPED, OR ONE LETTER LONGER WITH A SINGLE
      *    EXTRA LETTER.  SHORT WORDS ARE TOO EASY TO HIT THIS WAY,
      *    SO BOTH MUST HAVE FOUR LETTERS AND ONE AT LEAST FIVE.
           MOVE "N" TO WS-NEAR-SW.
           MOVE WLT-TOKEN-TEXT (WS-WL-SUB WS-TK-SUB) TO WS-A-WORD.
           MOVE WLT-TOKEN-LEN (WS-WL-SUB WS-TK-SUB) TO WS-A-LEN.
           MOVE TW-TEXT (WS-PT-SUB) TO WS-B-WORD.
           MOVE TW-LEN (WS-PT-SUB) TO WS-B-LEN.
           IF WS-A-LEN < WS-B-LEN
               MOVE WS-A-WORD TO WS-SWAP-WORD
               MOVE WS-A-LEN TO WS-SWAP-LEN
               MOVE WS-B-WORD TO WS-A-WORD
               MOVE WS-B-LEN TO WS-A-LEN
               MOVE WS-SWAP-WORD TO WS-B-WORD
               MOVE WS-SWAP-LEN TO WS-B-LEN
           END-IF.
           IF WS-B-LEN < 4 OR WS-A-LEN < 5
                   OR WS-A-LEN - WS-B-LEN > 1
               GO TO 440-EXIT.
           MOVE ZERO TO WS-DIFF-COUNT WS-DIFF-1 WS-DIFF-2.
           IF WS-A-LEN = WS-B-LEN
               GO TO 440-SAME-LENGTH.

      **** ONE LONGER - FIND THE FIRST DIFFERENCE; PAST IT THE REST
      **** OF THE LONGER WORD MUST BE THE REST OF THE SHORTER.
           PERFORM 445-FIRST-DIFFERENCE THRU 445-EXIT
               VARYING WS-CH-SUB FROM 1 BY 1
               UNTIL WS-CH-SUB > WS-B-LEN OR WS-DIFF-1 > ZERO.
           IF WS-DIFF-1 = ZERO
               MOVE "Y" TO WS-NEAR-SW
               GO TO 440-EXIT.
           IF WS-A-WORD (WS-DIFF-1 + 1:WS-A-LEN - WS-DIFF-1)
                   = WS-B-WORD (WS-DIFF-1:WS-A-LEN - WS-DIFF-1)
               MOVE "Y" TO WS-NEAR-SW.
           GO TO 440-EXIT.

       440-SAME-LENGTH.
           PERFORM 447-COUNT-DIFFERENCES THRU 447-EXIT
               VARYING WS-CH-SUB FROM 1 BY 1
               UNTIL WS-CH-SUB > WS-A-LEN OR WS-DIFF-COUNT > 2.
           IF WS-DIFF-COUNT = 1
               MOVE "Y" TO WS-NEAR-SW
               GO TO 440-EXIT.
           IF WS-DIFF-COUNT = 2 AND WS-DIFF-2 = WS-DIFF-1 + 1
               IF WS-A-WORD (WS-DIFF-1:1) = WS-B-WORD (WS-DIFF-2:1)
                   AND WS-A-WORD (WS-DIFF-2:1) = WS-B-WORD (WS-DIFF-1:1)
                   MOVE "Y" TO WS-NEAR-SW
               END-IF
           END-IF.
       440-EXIT.
           EXIT.

       445-FIRST-DIFFERENCE.
           IF WS-A-WORD (WS-CH-SUB:1) NOT = WS-B-WORD (WS-CH-SUB:1)
               MOVE WS-CH-SUB TO WS-DIFF-1.
       445-EXIT.
           EXIT.

       447-COUNT-DIFFERENCES.
           IF WS-A-WORD (WS-CH-SUB:1) NOT = WS-B-WORD (WS-CH-SUB:1)
               ADD 1 TO WS-DIFF-COUNT
               IF WS-DIFF-COUNT = 1
                   MOVE WS-CH-SUB TO WS-DIFF-1
               ELSE
                   MOVE WS-CH-SUB TO WS-DIFF-2
               END-IF
           END-IF.
       447-EXIT.
           EXIT.

       450-DISPOSE-HIT.
      *    A POTENTIAL HIT.  WHAT COMPLIANCE HAS ALREADY SAID ABOUT
      *    THIS PAYEE AND ENTRY DECIDES IT: CLEARED PASSES, CONFIRMED
      *    BLOCKS, PENDING HOLDS, AND A NEW ONE IS QUEUED AND HOLDS.
      *    THE WORST ENTRY (THEN THE HIGHEST SCORE) IS RETURNED.
           MOVE "450-DISPOSE-HIT" TO PARA-NAME.
           MOVE ZERO TO WS-DC-FOUND.
           PERFORM 460-FIND-DECISION THRU 460-EXIT
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT.
           EVALUATE TRUE
               WHEN WS-DC-FOUND = ZERO
                   PERFORM 470-QUEUE-HIT THRU 470-EXIT
                   MOVE 2 TO WS-ENTRY-RANK
               WHEN DCT-STATUS (WS-DC-FOUND) = "C"
                   MOVE ZERO TO WS-ENTRY-RANK
               WHEN DCT-STATUS (WS-DC-FOUND) = "F"
                   MOVE 3 TO WS-ENTRY-RANK
               WHEN OTHER
                   MOVE 2 TO WS-ENTRY-RANK
           END-EVALUATE.
           IF WS-ENTRY-RANK < WS-RESULT-RANK
               GO TO 450-EXIT.
           IF WS-ENTRY-RANK = WS-RESULT-RANK
                   AND WS-SCORE NOT > LK-SCORE
               GO TO 450-EXIT.
           MOVE WS-ENTRY-RANK TO WS-RESULT-RANK.
           MOVE WS-SCORE TO LK-SCORE.
           MOVE WLT-ENTRY-ID (WS-WL-SUB) TO LK-ENTRY-ID.
           EVALUATE WS-ENTRY-RANK
               WHEN 3     MOVE "B" TO LK-RESULT
               WHEN 2     MOVE "H" TO LK-RESULT
               WHEN OTHER MOVE "C" TO LK-RESULT
           END-EVALUATE.
       450-EXIT.
           EXIT.

       460-FIND-DECISION.
           IF DCT-PAYEE-NAME (WS-DC-SUB) = LK-PAYEE-NAME
                   AND DCT-ENTRY-ID (WS-DC-SUB)
                       = WLT-ENTRY-ID (WS-WL-SUB)
               MOVE WS-DC-SUB TO WS-DC-FOUND.
       460-EXIT.
           EXIT.

       470-QUEUE-HIT.
           MOVE "470-QUEUE-HIT" TO PARA-NAME.
           OPEN EXTEND HOLD-QUEUE-FILE.
           IF HQ-STATUS = "35"
               OPEN OUTPUT HOLD-QUEUE-FILE.

           MOVE SPACES TO SANCTION-HOLD-REC.
           MOVE "P" TO SH-STATUS.
           MOVE WS-STAMP (1:8) TO SH-HOLD-DATE.
           MOVE WS-STAMP (9:6) TO SH-HOLD-TIME.
           MOVE LK-SOURCE TO SH-SOURCE.
           MOVE LK-REFERENCE TO SH-REFERENCE.
           MOVE LK-PAYEE-NAME TO SH-PAYEE-NAME.
           MOVE LK-AMOUNT TO SH-AMOUNT.
           MOVE WS-SCORE TO SH-SCORE.
           MOVE WLT-ENTRY-ID (WS-WL-SUB) TO SH-ENTRY-ID.
           MOVE WLT-LIST-NAME (WS-WL-SUB) TO SH-LIST-NAME.
           MOVE ZERO TO SH-DECIDED-DATE.
           WRITE SANCTION-HOLD-REC.

           CLOSE HOLD-QUEUE-FILE.

           IF WS-DC-COUNT < 3000
               ADD 1 TO WS-DC-COUNT
               MOVE LK-PAYEE-NAME TO DCT-PAYEE-NAME (WS-DC-COUNT)
               MOVE WLT-ENTRY-ID (WS-WL-SUB)
                   TO DCT-ENTRY-ID (WS-DC-COUNT)
               MOVE "P" TO DCT-STATUS (WS-DC-COUNT)
           END-IF.
       470-EXIT.
           EXIT.

       500-WRITE-LOG.
           MOVE "500-WRITE-LOG" TO PARA-NAME.
           OPEN EXTEND SCREEN-LOG-FILE.
           IF LG-STATUS = "35"
               OPEN OUTPUT SCREEN-LOG-FILE.

           MOVE SPACES TO SANCTION-LOG-REC.
           MOVE WS-STAMP (1:8) TO SG-DATE.
           MOVE WS-STAMP (9:6) TO SG-TIME.
           MOVE LK-SOURCE TO SG-SOURCE.
           MOVE LK-REFERENCE TO SG-REFERENCE.
           MOVE LK-PAYEE-NAME TO SG-PAYEE-NAME.
           MOVE LK-AMOUNT TO SG-AMOUNT.
           MOVE LK-RESULT TO SG-RESULT.
           MOVE LK-SCORE TO SG-SCORE.
           MOVE LK-ENTRY-ID TO SG-ENTRY-ID.
           MOVE WS-LIST-DATE TO SG-LIST-DATE.
           WRITE SANCTION-LOG-REC.

           CLOSE SCREEN-LOG-FILE.
       500-EXIT.
           EXIT.
