      *                SECTION FOR ANYTHING SITTING IN ONE STAGE PAST
      *                THE THRESHOLD, SO MANAGEMENT CAN SEE WHERE
      *                APPLICATIONS STALL WITHOUT WALKING THE DESK.
      * 2026  D.ELLIS  DECLINED, WITHDRAWN AND INCOMPLETE APPLICATIONS
      *                ARE FINISHED - THEY NOW GET THEIR OWN LINES IN
      *                THE STAGE SUMMARY AND NEVER SHOW AS STALLED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD  APPLICATION-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY LOANAPPL.

       FD  PIPE-REPORT
           05  WS-STALL-DAYS               PIC 9(03) VALUE 30.

       01  STAGE-TOTALS-AREA.
           05  WS-STAGE-TOTAL OCCURS 8 TIMES.
               10  STG-COUNT               PIC 9(05).
               10  STG-DOLLARS             PIC 9(10)V99.
               10  STG-DAYS                PIC 9(07).
           05  FILLER     PIC X(14) VALUE "APPROVED      ".
           05  FILLER     PIC X(14) VALUE "DOCS OUT      ".
           05  FILLER     PIC X(14) VALUE "CLOSED        ".
           05  FILLER     PIC X(14) VALUE "DECLINED      ".
           05  FILLER     PIC X(14) VALUE "WITHDRAWN     ".
           05  FILLER     PIC X(14) VALUE "INCOMPLETE    ".
       01  STAGE-NAME-TABLE REDEFINES STAGE-NAME-DATA.
           05  WS-STAGE-NAME OCCURS 8 TIMES PIC X(14).

       01  WS-HEADING-LINE.
           05  FILLER     PIC X(37)
               WHEN LA-APPROVED     MOVE 3 TO WS-STAGE-SUB
               WHEN LA-DOCS-OUT     MOVE 4 TO WS-STAGE-SUB
               WHEN LA-CLOSED       MOVE 5 TO WS-STAGE-SUB
               WHEN LA-DECLINED     MOVE 6 TO WS-STAGE-SUB
               WHEN LA-WITHDRAWN    MOVE 7 TO WS-STAGE-SUB
               WHEN LA-INCOMPLETE   MOVE 8 TO WS-STAGE-SUB
               WHEN OTHER           MOVE 0 TO WS-STAGE-SUB
           END-EVALUATE.
           IF WS-STAGE-SUB = ZERO
           ADD LA-PRINCIPLE TO STG-DOLLARS (WS-STAGE-SUB).
           ADD WS-DAYS-IN-STAGE TO STG-DAYS (WS-STAGE-SUB).

      **** A CLOSED OR DECIDED APPLICATION CANNOT STALL - IT IS DONE.
           IF LA-IN-PROCESS
                   AND WS-DAYS-IN-STAGE > WS-STALL-DAYS
               MOVE LA-QUOTE-NUMBER TO SLL-QUOTE-NUMBER
               MOVE WS-STAGE-NAME (WS-STAGE-SUB) TO SLL-STAGE
           MOVE "200-WRITE-STAGE-SUMMARY" TO PARA-NAME.
           WRITE PIPE-REPORT-REC FROM WS-BLANK-LINE.
           PERFORM VARYING WS-STAGE-SUB FROM 1 BY 1
                   UNTIL WS-STAGE-SUB > 8
               MOVE WS-STAGE-NAME (WS-STAGE-SUB) TO STL-NAME
               MOVE STG-COUNT (WS-STAGE-SUB) TO STL-COUNT
               MOVE STG-DOLLARS (WS-STAGE-SUB) TO STL-DOLLARS
