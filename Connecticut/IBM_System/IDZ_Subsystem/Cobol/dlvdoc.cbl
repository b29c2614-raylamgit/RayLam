       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  DLVDOC.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  COMMON DOCUMENT DELIVERY
      *                ROUTER.  PATSTMT (EOBS), PARTSUPP (SUPPLIER
      *                ACCOUNT-CURRENT STATEMENTS AND OVERDUE
      *                NOTICES), CLAIMDISP (DENIAL LETTERS) AND
      *                PATDUN (PATIENT OVERDUE NOTICES) CALL THIS FOR
      *                EVERY DOCUMENT.  THE RECIPIENT'S CHANNEL IS
      *                LOOKED UP ON THE DLVPREF PREFERENCE FILE (NO
      *                RECORD MEANS PRINT).  LINES OF AN ELECTRONIC
      *                DOCUMENT GO TO THE EDOCOUT FILE AND EACH SUCH
      *                DOCUMENT GETS AN EDOCIDX INDEX RECORD FOR THE
      *                DELIVERY VENDOR.  EVERY DOCUMENT, WHATEVER THE
      *                CHANNEL, IS LOGGED TO DLVLOG FOR DLVREG.
      *
      *    DLV-FUNCTION  B - BEGIN A DOCUMENT, RETURN DLV-CHANNEL
      *                  L - ONE LINE OF THE DOCUMENT
      *                  E - END OF DOCUMENT
      *    DLV-RETURN-CD 00 - OK
      *                  08 - REJECTED, NOTHING WRITTEN.  ON A BEGIN
      *                       THE CHANNEL COMES BACK AS PRINT SO THE
      *                       DOCUMENT IS NEVER LOST.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DELIVERY-PREF-FILE
                  ASSIGN       to DLVPREF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is DP-KEY
                  FILE STATUS  is DP-STATUS.

           SELECT EDOC-LINE-FILE
                  ASSIGN       to EDOCOUT
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is EO-STATUS.

           SELECT EDOC-INDEX-FILE
                  ASSIGN       to EDOCIDX
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is EI-STATUS.

           SELECT DELIVERY-LOG-FILE
                  ASSIGN       to DLVLOG
                  ORGANIZATION is SEQUENTIAL
                  FILE STATUS  is DG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DELIVERY-PREF-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY DLVPREF.

      *    ONE RECORD PER PRINT LINE OF AN ELECTRONIC DOCUMENT, IN
      *    ORDER, KEYED TO ITS INDEX RECORD BY THE DOCUMENT ID.
       FD  EDOC-LINE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  EDOC-LINE-REC.
           05  EO-DOC-ID                   PIC X(20).
           05  EO-LINE-NO                  PIC 9(05).
           05  EO-TEXT                     PIC X(133).
           05  FILLER                      PIC X(02).

      *    ONE RECORD PER ELECTRONIC DOCUMENT - WHAT THE VENDOR NEEDS
      *    TO DELIVER IT.
       FD  EDOC-INDEX-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  EDOC-INDEX-REC.
           05  EI-DOC-ID                   PIC X(20).
           05  EI-RECIP-TYPE               PIC X(01).
           05  EI-RECIP-ID                 PIC X(15).
           05  EI-DOC-TYPE                 PIC X(04).
           05  EI-DOC-DATE                 PIC 9(08).
           05  EI-PAGE-COUNT               PIC 9(05).
           05  EI-LINE-COUNT               PIC 9(07).
           05  EI-CHANNEL                  PIC X(01).
           05  EI-ELEC-ADDRESS             PIC X(60).
           05  EI-PROGRAM                  PIC X(08).
           05  FILLER                      PIC X(21).

       FD  DELIVERY-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY DLVLOG.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  DP-STATUS                   PIC X(2).
               88 DP-FOUND        VALUE "00".
           05  EO-STATUS                   PIC X(2).
           05  EI-STATUS                   PIC X(2).
           05  DG-STATUS                   PIC X(2).

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-STAMP                    PIC X(14).
           05  WS-STAMP-R REDEFINES WS-STAMP.
               10  WS-STAMP-DATE           PIC 9(08).
               10  WS-STAMP-TIME           PIC 9(06).
           05  WS-FIRST-CALL-SW            PIC X(1) VALUE "Y".
               88 WS-FIRST-CALL               VALUE "Y".
           05  WS-PREF-OPEN-SW             PIC X(1) VALUE "N".
               88 WS-PREF-OPEN                VALUE "Y".
           05  WS-DOC-OPEN-SW              PIC X(1) VALUE "N".
               88 WS-DOC-OPEN                 VALUE "Y".
           05  WS-PREF-FOUND-SW            PIC X(1).
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 60.
           05  WS-PAGE-COUNT               PIC 9(05).

      *    THE DOCUMENT ID IS THE CALLING PROGRAM, THE TIME OF ITS
      *    FIRST CALL AND A RUNNING NUMBER, SO TWO RUNS OF THE SAME
      *    PROGRAM IN ONE DAY NEVER REUSE AN ID.
       01  WS-DOC-ID.
           05  WS-DOC-PROGRAM              PIC X(08).
           05  WS-DOC-RUN-TIME             PIC 9(06).
           05  WS-DOC-SEQ                  PIC 9(06) VALUE ZERO.

       01  WS-CURRENT-DOC.
           05  WS-CUR-DOC-TYPE             PIC X(04).
           05  WS-CUR-RECIP-TYPE           PIC X(01).
           05  WS-CUR-RECIP-ID             PIC X(15).
           05  WS-CUR-DOC-DATE             PIC 9(08).
           05  WS-CUR-CHANNEL              PIC X(01).
               88 WS-CUR-ELEC                 VALUE "E" "B".
           05  WS-CUR-ADDRESS              PIC X(60).
           05  WS-CUR-LINE-COUNT           PIC 9(07).

       LINKAGE SECTION.
       COPY DLVPARM.

       PROCEDURE DIVISION USING DLV-PARMS.

       0000-MAINLINE.
           MOVE "0000-MAINLINE" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAMP.
           MOVE "00" TO DLV-RETURN-CD.

           IF WS-FIRST-CALL
               PERFORM 800-OPEN-PREF THRU 800-EXIT
               MOVE WS-STAMP-TIME TO WS-DOC-RUN-TIME
               MOVE "N" TO WS-FIRST-CALL-SW.

           EVALUATE DLV-FUNCTION
               WHEN "B"
                   PERFORM 100-BEGIN-DOCUMENT THRU 100-EXIT
               WHEN "L"
                   PERFORM 200-DOCUMENT-LINE THRU 200-EXIT
               WHEN "E"
                   PERFORM 300-END-DOCUMENT THRU 300-EXIT
               WHEN OTHER
                   MOVE "08" TO DLV-RETURN-CD
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * BEGIN A DOCUMENT.  A DOCUMENT STILL OPEN FROM A CALLER THAT
      * NEVER ENDED IT IS CLOSED OFF AND LOGGED FIRST.  THE CHANNEL
      * COMES FROM THE PREFERENCE FILE; ANYTHING MISSING OR UNREADABLE
      * MEANS PRINT.
      ******************************************************************
       100-BEGIN-DOCUMENT.
           MOVE "100-BEGIN-DOCUMENT" TO PARA-NAME.
           IF WS-DOC-OPEN
               PERFORM 300-END-DOCUMENT THRU 300-EXIT.

           MOVE "P" TO DLV-CHANNEL.
           IF DLV-PROGRAM = SPACES OR DLV-DOC-TYPE = SPACES
              OR DLV-RECIP-ID = SPACES
              OR (DLV-RECIP-TYPE NOT = "P" AND DLV-RECIP-TYPE NOT = "S"
                  AND DLV-RECIP-TYPE NOT = "C")
               MOVE "08" TO DLV-RETURN-CD
               GO TO 100-EXIT.

           MOVE "N" TO WS-PREF-FOUND-SW.
           MOVE SPACES TO WS-CUR-ADDRESS.
           IF WS-PREF-OPEN
               MOVE DLV-RECIP-TYPE TO DP-RECIP-TYPE
               MOVE DLV-RECIP-ID TO DP-RECIP-ID
               READ DELIVERY-PREF-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF DP-FOUND AND DP-CHANNEL-OK
                  AND DP-EFF-DATE NOT > WS-STAMP-DATE
                   MOVE "Y" TO WS-PREF-FOUND-SW
                   MOVE DP-CHANNEL TO DLV-CHANNEL
                   MOVE DP-ELEC-ADDRESS TO WS-CUR-ADDRESS
               END-IF
           END-IF.

      *    ELECTRONIC WITH NOWHERE TO SEND IT GOES ON PAPER.
           IF DLV-CHANNEL = "E" AND WS-CUR-ADDRESS = SPACES
               MOVE "P" TO DLV-CHANNEL.
           IF DLV-CHANNEL = "B" AND WS-CUR-ADDRESS = SPACES
               MOVE "P" TO DLV-CHANNEL.

           MOVE DLV-PROGRAM TO WS-DOC-PROGRAM.
           ADD 1 TO WS-DOC-SEQ.
           MOVE DLV-DOC-TYPE TO WS-CUR-DOC-TYPE.
           MOVE DLV-RECIP-TYPE TO WS-CUR-RECIP-TYPE.
           MOVE DLV-RECIP-ID TO WS-CUR-RECIP-ID.
           MOVE DLV-DOC-DATE TO WS-CUR-DOC-DATE.
           IF DLV-DOC-DATE NOT NUMERIC OR DLV-DOC-DATE = ZERO
               MOVE WS-STAMP-DATE TO WS-CUR-DOC-DATE.
           MOVE DLV-CHANNEL TO WS-CUR-CHANNEL.
           MOVE ZERO TO WS-CUR-LINE-COUNT.

           IF WS-CUR-ELEC
               OPEN EXTEND EDOC-LINE-FILE
               IF EO-STATUS = "35"
                   OPEN OUTPUT EDOC-LINE-FILE
               END-IF
           END-IF.
           MOVE "Y" TO WS-DOC-OPEN-SW.
       100-EXIT.
           EXIT.

       200-DOCUMENT-LINE.
           MOVE "200-DOCUMENT-LINE" TO PARA-NAME.
           IF NOT WS-DOC-OPEN
               MOVE "08" TO DLV-RETURN-CD
               GO TO 200-EXIT.
           ADD 1 TO WS-CUR-LINE-COUNT.
           IF NOT WS-CUR-ELEC
               GO TO 200-EXIT.
           MOVE WS-DOC-ID TO EO-DOC-ID.
           MOVE WS-CUR-LINE-COUNT TO EO-LINE-NO.
           MOVE DLV-LINE TO EO-TEXT.
           WRITE EDOC-LINE-REC.
       200-EXIT.
           EXIT.

      ******************************************************************
      * END OF DOCUMENT.  THE PAGE COUNT IS THE CALLER'S IF IT KNOWS
      * IT, OTHERWISE THE LINES PASSED AT 60 TO THE PAGE.  AN
      * ELECTRONIC DOCUMENT IS INDEXED FOR THE VENDOR; EVERY DOCUMENT
      * IS LOGGED.
      ******************************************************************
       300-END-DOCUMENT.
           MOVE "300-END-DOCUMENT" TO PARA-NAME.
           IF NOT WS-DOC-OPEN
               MOVE "08" TO DLV-RETURN-CD
               GO TO 300-EXIT.

           MOVE ZERO TO WS-PAGE-COUNT.
           IF DLV-FUNCTION = "E" AND DLV-PAGE-COUNT NUMERIC
               MOVE DLV-PAGE-COUNT TO WS-PAGE-COUNT.
           IF WS-PAGE-COUNT = ZERO
               DIVIDE WS-LINES-PER-PAGE INTO WS-CUR-LINE-COUNT
                   GIVING WS-PAGE-COUNT
               IF WS-PAGE-COUNT * WS-LINES-PER-PAGE
                       < WS-CUR-LINE-COUNT
                   ADD 1 TO WS-PAGE-COUNT
               END-IF
               IF WS-PAGE-COUNT = ZERO
                   MOVE 1 TO WS-PAGE-COUNT
               END-IF
           END-IF.

           IF WS-CUR-ELEC
               CLOSE EDOC-LINE-FILE
               PERFORM 400-WRITE-INDEX THRU 400-EXIT.
           PERFORM 500-WRITE-LOG THRU 500-EXIT.
           MOVE "N" TO WS-DOC-OPEN-SW.
       300-EXIT.
           EXIT.

       400-WRITE-INDEX.
           MOVE "400-WRITE-INDEX" TO PARA-NAME.
           OPEN EXTEND EDOC-INDEX-FILE.
           IF EI-STATUS = "35"
               OPEN OUTPUT EDOC-INDEX-FILE.
           MOVE SPACES TO EDOC-INDEX-REC.
           MOVE WS-DOC-ID TO EI-DOC-ID.
           MOVE WS-CUR-RECIP-TYPE TO EI-RECIP-TYPE.
           MOVE WS-CUR-RECIP-ID TO EI-RECIP-ID.
           MOVE WS-CUR-DOC-TYPE TO EI-DOC-TYPE.
           MOVE WS-CUR-DOC-DATE TO EI-DOC-DATE.
           MOVE WS-PAGE-COUNT TO EI-PAGE-COUNT.
           MOVE WS-CUR-LINE-COUNT TO EI-LINE-COUNT.
           MOVE WS-CUR-CHANNEL TO EI-CHANNEL.
           MOVE WS-CUR-ADDRESS TO EI-ELEC-ADDRESS.
           MOVE WS-DOC-PROGRAM TO EI-PROGRAM.
           WRITE EDOC-INDEX-REC.
           CLOSE EDOC-INDEX-FILE.
       400-EXIT.
           EXIT.

       500-WRITE-LOG.
           MOVE "500-WRITE-LOG" TO PARA-NAME.
           OPEN EXTEND DELIVERY-LOG-FILE.
           IF DG-STATUS = "35"
               OPEN OUTPUT DELIVERY-LOG-FILE.
           MOVE SPACES TO DELIVERY-LOG-REC.
           MOVE WS-STAMP-DATE TO DL-LOG-DATE.
           MOVE WS-STAMP-TIME TO DL-LOG-TIME.
           MOVE WS-DOC-PROGRAM TO DL-PROGRAM.
           MOVE WS-CUR-DOC-TYPE TO DL-DOC-TYPE.
           MOVE WS-CUR-RECIP-TYPE TO DL-RECIP-TYPE.
           MOVE WS-CUR-RECIP-ID TO DL-RECIP-ID.
           MOVE WS-CUR-CHANNEL TO DL-CHANNEL.
           MOVE WS-PAGE-COUNT TO DL-PAGE-COUNT.
           MOVE WS-PREF-FOUND-SW TO DL-PREF-FOUND.
           MOVE WS-DOC-ID TO DL-DOC-ID.
           WRITE DELIVERY-LOG-REC.
           CLOSE DELIVERY-LOG-FILE.
       500-EXIT.
           EXIT.

      ******************************************************************
      * THE PREFERENCE FILE IS OPENED ONCE AND HELD FOR THE RUN.  IF IT
      * IS NOT THERE EVERY DOCUMENT GOES TO PRINT, AS BEFORE.
      ******************************************************************
       800-OPEN-PREF.
           MOVE "800-OPEN-PREF" TO PARA-NAME.
           OPEN INPUT DELIVERY-PREF-FILE.
           IF DP-STATUS = "00"
               MOVE "Y" TO WS-PREF-OPEN-SW
           ELSE
               DISPLAY "DLVDOC - NO DLVPREF, STATUS " DP-STATUS
                       " - ALL DOCUMENTS TO PRINT".
       800-EXIT.
           EXIT.
