      *****************************************************************
      *    CHKREG                                                     *
      *    RECORD LAYOUT FOR THE CUMULATIVE CLAIM CHECK REGISTER.     *
      *    CLAIMPAY APPENDS EVERY CHECK IT CUTS AS OUTSTANDING,       *
      *    CLMRECON MARKS CHECKS CLEARED OR RETURNED FROM THE BANK'S  *
      *    CLEARED-ITEMS FILE, AND CHKESCH RUNS THE UNCLAIMED-        *
      *    PROPERTY DORMANCY CYCLE OVER IT - DUE-DILIGENCE LETTER     *
      *    DATE, THEN ESCHEATED STATUS ONCE REMITTED TO THE STATE.    *
      *    AN ESCHEATED CHECK MAY NEVER BE PAID OR REISSUED.          *
      *    CLMRECON CARRIES THE SAME BYTES IN-LINE (CRI- NAMES).      *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     PROMOTED FROM THE IN-LINE CLAIMPAY LAYOUT *
      *                      - PAYEE STATE, DUE-DILIGENCE NOTICE DATE  *
      *                      AND ESCHEATED STATUS ADDED                *
      *    2026  D.ELLIS     VOIDED STATUS AND LINKED CHECK NUMBER     *
      *                      ADDED FOR CHKVOID STOP-PAYMENT/REISSUE    *
      *****************************************************************
       01  CHECK-REGISTER-RECORD.
           05  CKR-CHECK-NO              PIC 9(8).
           05  CKR-ISSUE-DATE            PIC 9(8).
           05  CKR-CONTRACT-NO           PIC 9(7).
           05  CKR-AMOUNT                PIC 9(7)V99.
           05  CKR-PAYEE-NAME            PIC X(27).
           05  CKR-STATUS                PIC X.
               88  CKR-OUTSTANDING          VALUE 'O'.
               88  CKR-CLEARED              VALUE 'C'.
               88  CKR-RETURNED             VALUE 'R'.
               88  CKR-ESCHEATED            VALUE 'E'.
               88  CKR-VOIDED               VALUE 'V'.
      *    LAST KNOWN STATE OF THE PAYEE - SPACES WHEN UNKNOWN.
           05  CKR-PAYEE-STATE           PIC X(2).
      *    DATE THE DUE-DILIGENCE LETTER WENT OUT, ZERO UNTIL THEN.
           05  CKR-NOTICE-DATE           PIC 9(8).
      *    ON A VOIDED CHECK, ITS REPLACEMENT; ON A REPLACEMENT, THE
      *    CHECK IT REPLACED.  ZERO WHEN NOT LINKED.
           05  CKR-LINK-CHECK-NO         PIC 9(8).
           05  FILLER                    PIC X(2).
