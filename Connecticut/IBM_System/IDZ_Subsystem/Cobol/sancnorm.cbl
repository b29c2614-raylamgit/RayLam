       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  SANCNORM.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  CALLABLE NAME NORMALIZER FOR
      *                SANCTIONS SCREENING.  TAKES A NAME AS KEYED OR
      *                AS PUBLISHED AND RETURNS IT UPPER-CASED, WITH
      *                APOSTROPHES, PERIODS AND HYPHENS CLOSED UP
      *                (O'BRIEN, U.S.A., AL-RASHID), ALL OTHER
      *                PUNCTUATION TREATED AS A WORD BREAK, NOISE
      *                WORDS (THE, INC, LLC, MR, ESTATE ...) DROPPED
      *                AND THE WORDS LEFT SINGLE-SPACED.  SANCLOAD
      *                AND SANCSCRN BOTH CALL IT SO THE LIST AND THE
      *                PAYEE ARE ALWAYS COMPARED IN THE SAME FORM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-WORK-NAME                PIC X(60).
           05  WS-CHAR                     PIC X(01).
           05  WS-IN-SUB                   PIC 9(3) COMP VALUE 0.
           05  WS-OUT-LEN                  PIC 9(3) COMP VALUE 0.
           05  WS-WORD                     PIC X(60).
           05  WS-WORD-LEN                 PIC 9(3) COMP VALUE 0.
           05  WS-NOISE-SUB                PIC 9(3) COMP VALUE 0.
           05  WS-NOISE-SW                 PIC X(01) VALUE "N".
               88  WS-NOISE-WORD              VALUE "Y".

      *    WORDS THAT SAY NOTHING ABOUT WHO THE PAYEE IS - CORPORATE
      *    FORMS, TITLES, AND THE "ESTATE OF" CLAIMPAY PAYS TO.
       01  NOISE-WORD-VALUES.
           05  FILLER                      PIC X(12) VALUE "THE".
           05  FILLER                      PIC X(12) VALUE "OF".
           05  FILLER                      PIC X(12) VALUE "AND".
           05  FILLER                      PIC X(12) VALUE "INC".
           05  FILLER                      PIC X(12) VALUE "LLC".
           05  FILLER                      PIC X(12) VALUE "LTD".
           05  FILLER                      PIC X(12) VALUE "CO".
           05  FILLER                      PIC X(12) VALUE "CORP".
           05  FILLER                      PIC X(12)
                                           VALUE "CORPORATION".
           05  FILLER                      PIC X(12) VALUE "COMPANY".
           05  FILLER                      PIC X(12) VALUE "LIMITED".
           05  FILLER                      PIC X(12) VALUE "MR".
           05  FILLER                      PIC X(12) VALUE "MRS".
           05  FILLER                      PIC X(12) VALUE "MS".
           05  FILLER                      PIC X(12) VALUE "DR".
           05  FILLER                      PIC X(12) VALUE "JR".
           05  FILLER                      PIC X(12) VALUE "SR".
           05  FILLER                      PIC X(12) VALUE "ESTATE".
       01  NOISE-WORD-TABLE REDEFINES NOISE-WORD-VALUES.
           05  NOISE-WORD OCCURS 18 TIMES  PIC X(12).

       LINKAGE SECTION.
       01  LK-NAME-IN                      PIC X(60).
       01  LK-NAME-OUT                     PIC X(60).

       PROCEDURE DIVISION USING LK-NAME-IN
                                LK-NAME-OUT.

       0000-MAINLINE.
           MOVE "0000-MAINLINE" TO PARA-NAME.
           MOVE LK-NAME-IN TO WS-WORK-NAME.
           INSPECT WS-WORK-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO LK-NAME-OUT WS-WORD.
           MOVE ZERO TO WS-OUT-LEN WS-WORD-LEN.
           PERFORM 100-ONE-CHARACTER THRU 100-EXIT
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > 60.
           PERFORM 200-END-OF-WORD THRU 200-EXIT.
           GOBACK.

       100-ONE-CHARACTER.
      *    LETTERS AND DIGITS BUILD THE WORD, AN APOSTROPHE, PERIOD
      *    OR HYPHEN IS SIMPLY DROPPED, ANYTHING ELSE ENDS THE WORD.
           MOVE WS-WORK-NAME (WS-IN-SUB:1) TO WS-CHAR.
           IF WS-CHAR = "'" OR WS-CHAR = "." OR WS-CHAR = "-"
               GO TO 100-EXIT.
           IF (WS-CHAR IS ALPHABETIC-UPPER AND WS-CHAR NOT = SPACE)
                   OR WS-CHAR IS NUMERIC
               ADD 1 TO WS-WORD-LEN
               MOVE WS-CHAR TO WS-WORD (WS-WORD-LEN:1)
               GO TO 100-EXIT.
           PERFORM 200-END-OF-WORD THRU 200-EXIT.
       100-EXIT.
           EXIT.

       200-END-OF-WORD.
      *    A FINISHED WORD GOES ON THE END OF THE OUTPUT, ONE SPACE
      *    AFTER THE LAST, UNLESS IT IS A NOISE WORD.
           IF WS-WORD-LEN = ZERO
               GO TO 200-EXIT.
           MOVE "N" TO WS-NOISE-SW.
           PERFORM 250-CHECK-NOISE THRU 250-EXIT
               VARYING WS-NOISE-SUB FROM 1 BY 1
               UNTIL WS-NOISE-SUB > 18 OR WS-NOISE-WORD.
           IF WS-NOISE-WORD
               GO TO 200-RESET.
           IF WS-OUT-LEN > ZERO
               ADD 1 TO WS-OUT-LEN.
           IF WS-OUT-LEN + WS-WORD-LEN > 60
               GO TO 200-RESET.
           MOVE WS-WORD (1:WS-WORD-LEN)
               TO LK-NAME-OUT (WS-OUT-LEN + 1:WS-WORD-LEN).
           ADD WS-WORD-LEN TO WS-OUT-LEN.
       200-RESET.
           MOVE SPACES TO WS-WORD.
           MOVE ZERO TO WS-WORD-LEN.
       200-EXIT.
           EXIT.

       250-CHECK-NOISE.
           IF WS-WORD-LEN < 13
                   AND NOISE-WORD (WS-NOISE-SUB) = WS-WORD
               MOVE "Y" TO WS-NOISE-SW.
       250-EXIT.
           EXIT.
