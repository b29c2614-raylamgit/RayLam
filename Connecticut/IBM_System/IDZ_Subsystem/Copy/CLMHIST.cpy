      *****************************************************************
      *    CLMHIST                                                    *
      *    RECORD LAYOUT FOR THE KEYED CLAIM-HISTORY MASTER, ONE      *
      *    ENTRY PER CONTRACT.  INSUREDCLAIM POSTS EVERY CLAIM ON THE *
      *    WEEKLY FILE TO IT; CLAIMPAY ADDS WHAT WAS ACTUALLY PAID,   *
      *    ORIGINALS AND SUPPLEMENTS, AND CHKVOID TAKES BACK A        *
      *    REVERSED PAYMENT.  LOSSRPT READS IT FOR THE LOSS RATIOS.   *
      *    ENTRIES CREATED BEFORE THE PAID FIELDS CARRY SPACES IN     *
      *    THEM - TREAT NON-NUMERIC AS ZERO.                          *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     PROMOTED FROM THE IN-LINE INSUREDCLAIM    *
      *                      LAYOUT - TOTAL PAID AND SUPPLEMENTS PAID  *
      *                      ADDED                                     *
      *    2026  D.ELLIS     STRETCHED TO 80 BYTES - ADDED THE         *
      *                      SUBROGATION RECOVERIES SUBRPOST POSTS,    *
      *                      SO LOSSRPT CAN NET THEM FROM PAID CLAIMS. *
      *****************************************************************
       01  CLAIM-HISTORY-REC.
           05  CH-CONTRACT-NO            PIC 9(7).
           05  CH-CLAIM-COUNT            PIC 9(4).
           05  CH-LAST-CLAIM-DATE        PIC 9(6).
           05  CH-LAST-CLAIM-TYPE        PIC X.
           05  CH-TOTAL-CLAIM-AMT        PIC 9(9)V99.
           05  CH-TOTAL-FACE-AMT         PIC 9(9)V99.
      *    NET PAID ON ALL CLAIMS, SUPPLEMENTS INCLUDED, AND THE
      *    SUPPLEMENT PORTION OF IT.
           05  CH-TOTAL-PAID-AMT         PIC 9(9)V99.
           05  CH-SUPP-PAID-AMT          PIC 9(7)V99.
      *    THIRD-PARTY RECOVERIES RECEIVED AGAINST THE CLAIMS - A
      *    CREDIT AGAINST WHAT WAS PAID.
           05  CH-RECOVERED-AMT          PIC 9(9)V99.
           05  FILLER                    PIC X(9).
