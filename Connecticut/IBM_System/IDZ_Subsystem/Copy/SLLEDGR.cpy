      *****************************************************************
      *    SLLEDGR                                                    *
      *    STOP-LOSS REIMBURSEMENT RECEIVABLE LEDGER, ONE RECEIVABLE  *
      *    PER CLAIM FILED WITH THE STOP-LOSS CARRIER, KEYED BY PLAN, *
      *    PLAN YEAR AND FILING DATE.  SLCLAIM OPENS THE RECEIVABLE   *
      *    FOR THE PLAN-PAID AMOUNT ABOVE THE THRESHOLD NOT CLAIMED   *
      *    BEFORE; SLRECV POSTS THE CARRIER'S PAYMENTS AND DENIALS    *
      *    AND CLOSES IT WHEN RECEIVED PLUS DENIED EQUALS CLAIMED.    *
      *    THE PLAN YEAR IN THE KEY KEEPS A RECEIVABLE OPEN ACROSS    *
      *    THE PLNROLL ROLLOVER.                                      *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  STOP-LOSS-LEDGER-REC.
           05  SL-KEY.
               10  SL-PLAN-ID                PIC X(10).
               10  SL-PLAN-YEAR              PIC 9(4).
               10  SL-FILING-DATE            PIC 9(8).
           05  SL-STATUS                     PIC X.
               88  SL-OPEN                      VALUE 'O'.
               88  SL-CLOSED                    VALUE 'C'.
           05  SL-THRESHOLD                  PIC 9(9)V99.
           05  SL-YTD-PAID                   PIC 9(9)V99.
           05  SL-CLAIMED-AMT                PIC 9(9)V99.
           05  SL-RECEIVED-AMT               PIC 9(9)V99.
           05  SL-DENIED-AMT                 PIC 9(9)V99.
           05  SL-LAST-RESP-DATE             PIC 9(8).
           05  SL-LAST-RESP-REF              PIC X(10).
           05  FILLER                        PIC X(04).
