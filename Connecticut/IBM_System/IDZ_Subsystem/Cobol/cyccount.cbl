      *                BUILT TRANSACTIONS WITH NO AUDIT TRAIL.
      *                VARIANCES REPORT BY COUNT AREA WITH DOLLAR
      *                IMPACT.
      * 2026  D.ELLIS  THE COUNT FILE NOW CARRIES THE WAREHOUSE, ABC
      *                CLASS AND REQUEST REASON IN ITS FORMER FILLER -
      *                CNTSCHED BUILDS THE WEEK'S COUNT REQUESTS IN
      *                THIS LAYOUT WITH THE QUANTITY BLANK, AND A LINE
      *                SENT BACK UNCOUNTED IS PASSED OVER HERE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CNT-PARTNO                  PIC X(21).
           05  CNT-AREA                    PIC X(04).
           05  CNT-QTY                     PIC 9(07).
           05  CNT-WAREHOUSE               PIC X(07).
           05  CNT-ABC-CLASS               PIC X(01).
           05  CNT-REQ-REASON              PIC X(01).
           05  FILLER                      PIC X(39).

       FD  PARTS-MF-IN
           RECORDING MODE IS F
