      *****************************************************************
      *    SANCHOLD                                                   *
      *    RECORD LAYOUT FOR THE SANCTIONS HOLD QUEUE (200 BYTES).    *
      *    SANCSCRN APPENDS ONE PENDING RECORD FOR EACH POTENTIAL     *
      *    WATCH-LIST HIT ON A PAYEE (PAYEE NAME AND LIST ENTRY) NOT  *
      *    ALREADY ON THE QUEUE.  COMPLIANCE CLEARS (FALSE POSITIVE)  *
      *    OR CONFIRMS EACH ONE THROUGH SANCCLR.  A CLEARED PAYEE AND *
      *    ENTRY NO LONGER HOLDS PAYMENTS; A CONFIRMED ONE BLOCKS     *
      *    THEM FOR GOOD.                                             *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  SANCTION-HOLD-REC.
           05  SH-STATUS                          PIC  X(01).
               88  SH-PENDING                         VALUE "P".
               88  SH-CLEARED                         VALUE "C".
               88  SH-CONFIRMED                       VALUE "F".
           05  SH-HOLD-DATE                       PIC  9(08).
           05  SH-HOLD-TIME                       PIC  9(06).
      *    THE PROGRAM THAT SCREENED THE PAYEE - CLAIMPAY, BENMAINT
      *    OR SUPONBRD - AND ITS KEY (CONTRACT-SEQUENCE OR SUPPLIER).
           05  SH-SOURCE                          PIC  X(08).
           05  SH-REFERENCE                       PIC  X(20).
           05  SH-PAYEE-NAME                      PIC  X(40).
           05  SH-AMOUNT                          PIC  9(07)V99.
           05  SH-SCORE                           PIC  9(03).
           05  SH-ENTRY-ID                        PIC  X(10).
           05  SH-LIST-NAME                       PIC  X(60).
           05  SH-DECIDED-BY                      PIC  X(08).
           05  SH-DECIDED-DATE                    PIC  9(08).
           05  FILLER                             PIC  X(19).
