       IDENTIFICATION DIVISION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROGRAM-ID.  ZIPLOAD.
       AUTHOR. D.ELLIS.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 2026.
       DATE-COMPILED. 2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      * MOD LOG
      * ---------------------------------------------------------------
      * 2026  D.ELLIS  ORIGINAL PROGRAM.  QUARTERLY REFRESH OF THE
      *                ZIPREF ZIP/CITY/STATE REFERENCE FILE FROM THE
      *                POSTAL EXTRACT.  THE FILE IS REBUILT WHOLE -
      *                EACH EXTRACT ROW WITH A NUMERIC 5-DIGIT ZIP, A
      *                STATE AND A CITY IS LOADED UNDER THE LOAD DATE;
      *                BAD ROWS AND REPEATED ZIPS (FIRST ONE KEPT) ARE
      *                LISTED WITH THE REASON.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ZIP-EXTRACT-FILE
           ASSIGN TO UT-S-ZIPEXTR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ZX-STATUS.

           SELECT ZIP-REFERENCE-FILE
                  ASSIGN       to ZIPREF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ZR-ZIP5
                  FILE STATUS  is ZR-STATUS.

           SELECT ZIPLOAD-REPORT
           ASSIGN TO UT-S-ZIPRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.

       FD  ZIP-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ZIP-EXTRACT-REC.
       01  ZIP-EXTRACT-REC.
           05  ZX-ZIP5                     PIC X(05).
           05  ZX-STATE                    PIC X(02).
           05  ZX-CITY                     PIC X(20).
           05  FILLER                      PIC X(53).

       FD  ZIP-REFERENCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ZIPREF.

       FD  ZIPLOAD-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ZIPLOAD-REPORT-REC.
       01  ZIPLOAD-REPORT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ZX-STATUS               PIC X(2).
               88 END-OF-EXTRACT  VALUE "10".
           05  ZR-STATUS               PIC X(2).
               88 ZR-WRITTEN      VALUE "00".
               88 ZR-DUPLICATE    VALUE "22".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE      VALUE SPACES.

       01  MISC-FIELDS.
           05  PARA-NAME                   PIC X(40).
           05  WS-LOAD-DATE                PIC 9(08) VALUE ZERO.
           05  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-LOAD-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(07) VALUE ZERO.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(05) VALUE "ZIP: ".
           05  RJL-ZIP-O               PIC X(05).
           05  FILLER                  PIC X(08) VALUE " STATE: ".
           05  RJL-STATE-O             PIC X(02).
           05  FILLER                  PIC X(07) VALUE " CITY: ".
           05  RJL-CITY-O              PIC X(20).
           05  FILLER                  PIC X(09) VALUE " RESULT: ".
           05  RJL-RESULT-O            PIC X(30).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                  PIC X(15)
                 VALUE "EXTRACT ROWS: ".
           05  TOT-READ-O              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  LOADED: ".
           05  TOT-LOADED-O            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED-O          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  LOAD DATE: ".
           05  TOT-LOAD-DATE-O         PIC 9(08).
           05  FILLER                  PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * REBUILD THE REFERENCE FILE FROM THE QUARTER'S POSTAL EXTRACT.
      *
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LOAD-DATE.

           READ ZIP-EXTRACT-FILE
               AT END SET END-OF-EXTRACT TO TRUE.

           PERFORM 100-LOAD-ONE-ZIP THRU 100-EXIT
               UNTIL END-OF-EXTRACT.

           MOVE WS-READ-COUNT TO TOT-READ-O.
           MOVE WS-LOAD-COUNT TO TOT-LOADED-O.
           MOVE WS-REJECT-COUNT TO TOT-REJECTED-O.
           MOVE WS-LOAD-DATE TO TOT-LOAD-DATE-O.
           WRITE ZIPLOAD-REPORT-REC FROM WS-TOTALS-LINE.

           PERFORM 900-CLOSE-FILES THRU 900-EXIT.

           GOBACK.

       100-LOAD-ONE-ZIP.
           MOVE "100-LOAD-ONE-ZIP" TO PARA-NAME.
           ADD 1 TO WS-READ-COUNT.
           MOVE ZX-ZIP5 TO RJL-ZIP-O.
           MOVE ZX-STATE TO RJL-STATE-O.
           MOVE ZX-CITY TO RJL-CITY-O.

           EVALUATE TRUE
               WHEN ZX-ZIP5 NOT NUMERIC
                   MOVE "REJECTED - ZIP NOT 5 DIGITS" TO RJL-RESULT-O
                   PERFORM 150-WRITE-REJECT THRU 150-EXIT
                   GO TO 100-NEXT
               WHEN ZX-STATE = SPACES OR ZX-STATE NOT ALPHABETIC
                   MOVE "REJECTED - BAD STATE" TO RJL-RESULT-O
                   PERFORM 150-WRITE-REJECT THRU 150-EXIT
                   GO TO 100-NEXT
               WHEN ZX-CITY = SPACES
                   MOVE "REJECTED - MISSING CITY" TO RJL-RESULT-O
                   PERFORM 150-WRITE-REJECT THRU 150-EXIT
                   GO TO 100-NEXT
           END-EVALUATE.

           MOVE SPACES TO ZIP-REFERENCE-REC.
           MOVE ZX-ZIP5 TO ZR-ZIP5.
           MOVE ZX-STATE TO ZR-STATE.
           MOVE ZX-CITY TO ZR-CITY.
           MOVE WS-LOAD-DATE TO ZR-LOAD-DATE.
           WRITE ZIP-REFERENCE-REC
               INVALID KEY CONTINUE
           END-WRITE.
           IF ZR-WRITTEN
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               IF ZR-DUPLICATE
                   MOVE "REJECTED - ZIP REPEATED" TO RJL-RESULT-O
               ELSE
                   STRING "REJECTED - WRITE STATUS " ZR-STATUS
                       DELIMITED BY SIZE INTO RJL-RESULT-O
               END-IF
               PERFORM 150-WRITE-REJECT THRU 150-EXIT
           END-IF.

       100-NEXT.
           READ ZIP-EXTRACT-FILE
               AT END SET END-OF-EXTRACT TO TRUE.
       100-EXIT.
           EXIT.

       150-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           WRITE ZIPLOAD-REPORT-REC FROM WS-REJECT-LINE.
       150-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT ZIP-EXTRACT-FILE.
           OPEN OUTPUT ZIP-REFERENCE-FILE.
           OPEN OUTPUT ZIPLOAD-REPORT.
           DISPLAY "ZIPLOAD OPEN FILES".
           DISPLAY ZX-STATUS.
           DISPLAY ZR-STATUS.
       800-EXIT.
           EXIT.

       900-CLOSE-FILES.
           MOVE "900-CLOSE-FILES" TO PARA-NAME.
           CLOSE ZIP-EXTRACT-FILE, ZIP-REFERENCE-FILE, ZIPLOAD-REPORT.
           DISPLAY "ZIPLOAD FILES CLOSED".
       900-EXIT.
           EXIT.
