       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  INQLOG.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  CALLABLE READ-ACCESS LOGGER
      *                FOR THE ONLINE INQUIRIES, ON THE ALERTLOG
      *                PATTERN.  CUSTONQ, FILMONQ, CLMONQ AND PATONQ
      *                CALL THIS EVERY TIME THEY SHOW A RECORD OR A
      *                PAGE OF SEARCH RESULTS, PASSING THE TERMINAL,
      *                USER ID, TRANSACTION, PROGRAM AND THE KEY
      *                VIEWED, AND THE SHARED INQACCLG FILE GETS A
      *                TIMESTAMPED ENTRY.  ACCREVW REVIEWS IT WEEKLY
      *                AND ANSWERS "WHO LOOKED AT THIS RECORD".
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INQ-ACCESS-FILE
                  ASSIGN       to INQACCLG
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is IA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INQ-ACCESS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY INQACC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  IA-STATUS                   PIC X(2).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-STAMP                    PIC X(14).

       LINKAGE SECTION.
       01  LK-TERMINAL                     PIC X(04).
       01  LK-USER                         PIC X(08).
       01  LK-TRANS                        PIC X(04).
       01  LK-PROGRAM                      PIC X(08).
       01  LK-KEY-TYPE                     PIC X(08).
       01  LK-KEY                          PIC X(20).

       PROCEDURE DIVISION USING LK-TERMINAL
                                LK-USER
                                LK-TRANS
                                LK-PROGRAM
                                LK-KEY-TYPE
                                LK-KEY.

       0000-MAINLINE.
           MOVE "0000-MAINLINE" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAMP.

           OPEN EXTEND INQ-ACCESS-FILE.
           IF IA-STATUS = "35"
               OPEN OUTPUT INQ-ACCESS-FILE.

           MOVE SPACES TO INQ-ACCESS-REC.
           MOVE WS-STAMP (1:8) TO IA-DATE.
           MOVE WS-STAMP (9:6) TO IA-TIME.
           MOVE LK-TERMINAL TO IA-TERMINAL.
           IF LK-USER = SPACES OR LK-USER = LOW-VALUES
               MOVE "UNKNOWN" TO IA-USER
           ELSE
               MOVE LK-USER TO IA-USER
           END-IF.
           MOVE LK-TRANS TO IA-TRANS.
           MOVE LK-PROGRAM TO IA-PROGRAM.
           MOVE LK-KEY-TYPE TO IA-KEY-TYPE.
           MOVE LK-KEY TO IA-KEY.
           WRITE INQ-ACCESS-REC.

           CLOSE INQ-ACCESS-FILE.
           GOBACK.
