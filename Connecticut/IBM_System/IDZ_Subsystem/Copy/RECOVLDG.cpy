      *****************************************************************
      *    RECOVLDG                                                   *
      *    REINSURANCE RECOVERABLE LEDGER, ONE RECEIVABLE PER CEDED   *
      *    CLAIM, KEYED BY CONTRACT, CLAIM DATE AND TREATY.  REINBORD *
      *    OPENS THE RECEIVABLE WHEN THE CLAIM GOES OUT ON A          *
      *    QUARTERLY BORDEREAU; REINRECV POSTS THE REINSURERS'        *
      *    REMITTANCES AGAINST IT AND AGES WHAT IS STILL OPEN FROM    *
      *    RL-BILLED-DATE.                                            *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  RECOVERABLE-LEDGER-REC.
           05  RL-KEY.
               10  RL-CONTRACT-NO            PIC 9(7).
               10  RL-CLAIM-DATE             PIC 9(6).
               10  RL-TREATY-CODE            PIC X(6).
           05  RL-REINSURER-ID               PIC X(6).
           05  RL-STATUS                     PIC X.
               88  RL-OPEN                      VALUE 'O'.
               88  RL-COLLECTED                 VALUE 'C'.
      *    LAST DAY OF THE BORDEREAU QUARTER - AGING RUNS FROM HERE.
           05  RL-BILLED-DATE                PIC 9(8).
           05  RL-RECOVERABLE-AMT            PIC 9(7)V99.
           05  RL-COLLECTED-AMT              PIC 9(7)V99.
           05  RL-LAST-REMIT-DATE            PIC 9(8).
           05  RL-LAST-REMIT-REF             PIC X(10).
           05  FILLER                        PIC X(10).
