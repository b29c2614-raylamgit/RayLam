      *****************************************************************
      *    PAYHOLD                                                    *
      *    RECORD LAYOUT FOR THE SUPPLIER PAYMENT HOLD LIST (80       *
      *    BYTES) - ONE RECORD PER SUPPLIER WHOSE PAYMENTS ARE HELD.  *
      *    SUPREVAL REWRITES THE LIST EVERY RUN FROM THE MASTER'S     *
      *    PAYMENT HOLD FLAG; PAYSCHED READS IT AND KEEPS HELD         *
      *    SUPPLIERS OUT OF THE CASH-REQUIREMENTS FORECAST.  THE      *
      *    BALANCE FILE CARRIES ONLY THE 3-BYTE HEADQUARTERS NUMBER,  *
      *    SO PH-SUPPLR-HQ IS BROKEN OUT FOR THE MATCH.               *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  PAY-HOLD-REC.
           05  PH-SUPPLR-NO.
               10  PH-SUPPLR-HQ                   PIC  X(03).
               10  PH-SUPPLR-TS                   PIC  X(02).
           05  PH-HOLD-REASON                     PIC  X(01).
               88  PH-REVALIDATION-HOLD              VALUE "R".
           05  PH-HOLD-DATE                       PIC  9(08).
           05  PH-SUPPLR-NAME                     PIC  X(30).
           05  FILLER                             PIC  X(36).
