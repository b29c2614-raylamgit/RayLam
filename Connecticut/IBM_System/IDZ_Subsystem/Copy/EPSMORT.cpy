      *                      ('2'=2-1, '1'=1-0, BLANK=NONE).            *
      *    2026  D.ELLIS     ADDED THE EPINCOM/EPDEBTS PRE-QUAL ENTRY   *
      *                      FIELDS AND THE EPPQUAL RESULT DISPLAY.     *
      *    2026  D.ELLIS     ADDED THE PF7 REFINANCE ENTRY FIELDS -     *
      *                      CURRENT BALANCE (EPRBAL), RATE (EPRRATE),  *
      *                      REMAINING MONTHS (EPRTERM) AND CLOSING     *
      *                      COST TO RECOVER (EPRCOST).                 *
      *****************************************************************
       01  EPMENUI.
           02  FILLER                    PIC X(12).
           02  FILLER REDEFINES EPPQUALF.
               03  EPPQUALA              PIC X.
           02  EPPQUALI                  PIC X(26).
           02  EPRBALL                   COMP PIC S9(4).
           02  EPRBALF                   PIC X.
           02  FILLER REDEFINES EPRBALF.
               03  EPRBALA               PIC X.
           02  EPRBALI                   PIC X(10).
           02  EPRRATEL                  COMP PIC S9(4).
           02  EPRRATEF                  PIC X.
           02  FILLER REDEFINES EPRRATEF.
               03  EPRRATEA              PIC X.
           02  EPRRATEI                  PIC X(06).
           02  EPRTERML                  COMP PIC S9(4).
           02  EPRTERMF                  PIC X.
           02  FILLER REDEFINES EPRTERMF.
               03  EPRTERMA              PIC X.
           02  EPRTERMI                  PIC X(03).
           02  EPRCOSTL                  COMP PIC S9(4).
           02  EPRCOSTF                  PIC X.
           02  FILLER REDEFINES EPRCOSTF.
               03  EPRCOSTA              PIC X.
           02  EPRCOSTI                  PIC X(08).
           02  MSGERRL                   COMP PIC S9(4).
           02  MSGERRF                   PIC X.
           02  FILLER REDEFINES MSGERRF.
           02  EPPQUALH                  PIC X.
           02  EPPQUALO                  PIC X(26).
           02  FILLER                    PIC X(02).
           02  EPRBALC                   PIC X.
           02  EPRBALH                   PIC X.
           02  EPRBALO                   PIC X(10).
           02  FILLER                    PIC X(02).
           02  EPRRATEC                  PIC X.
           02  EPRRATEH                  PIC X.
           02  EPRRATEO                  PIC X(06).
           02  FILLER                    PIC X(02).
           02  EPRTERMC                  PIC X.
           02  EPRTERMH                  PIC X.
           02  EPRTERMO                  PIC X(03).
           02  FILLER                    PIC X(02).
           02  EPRCOSTC                  PIC X.
           02  EPRCOSTH                  PIC X.
           02  EPRCOSTO                  PIC X(08).
           02  FILLER                    PIC X(02).
           02  MSGERRC                   PIC X.
           02  MSGERRH                   PIC X.
           02  MSGERRO                   PIC X(60).
