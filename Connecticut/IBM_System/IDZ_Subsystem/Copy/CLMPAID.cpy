      *****************************************************************
      *    CLMPAID                                                    *
      *    RECORD LAYOUT FOR THE KEYED PAID-CLAIMS REGISTER, ONE      *
      *    ENTRY PER CLAIM PAID (CONTRACT PLUS CLAIM DATE).  CLAIMPAY *
      *    POSTS THE ORIGINAL PAYMENT AND WILL NOT PAY THE SAME KEY   *
      *    TWICE; ADDITIONAL PROCEEDS OWED LATER ARE PAID AS CLMSUPP  *
      *    SUPPLEMENTS AND ACCUMULATE ON THE ORIGINAL'S ENTRY.        *
      *    CHKVOID REVERSES POSTINGS FOR VOIDED CHECKS.  ENTRIES      *
      *    POSTED BEFORE SUPPLEMENTS CARRY SPACES IN THE SUPPLEMENT   *
      *    FIELDS - TREAT NON-NUMERIC AS ZERO.                        *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     PROMOTED FROM THE IN-LINE CLAIMPAY LAYOUT *
      *                      - SUPPLEMENT COUNT, AMOUNT AND DATE ADDED *
      *****************************************************************
       01  PAID-CLAIM-REC.
           05  PD-KEY.
               10  PD-CONTRACT-NO        PIC 9(7).
               10  PD-CLAIM-DATE         PIC 9(6).
           05  PD-PAID-DATE              PIC 9(8).
      *    THE ORIGINAL PAYMENT, PROMPT-PAY INTEREST INCLUDED.
           05  PD-AMOUNT                 PIC 9(7)V99.
      *    SUPPLEMENTS PAID SINCE, AND THE DATE OF THE LATEST.
           05  PD-SUPP-COUNT             PIC 9(3).
           05  PD-SUPP-AMOUNT            PIC 9(7)V99.
           05  PD-LAST-SUPP-DATE         PIC 9(8).
           05  FILLER                    PIC X(10).
