      *****************************************************************
      *    IBNREXT                                                    *
      *    RECORD LAYOUT FOR THE QUARTERLY CLAIM DEVELOPMENT AND      *
      *    IBNR EXTRACT WRITTEN BY CLMIBNR FOR THE ACTUARIAL TEAM.    *
      *    ONE FILE PER VALUATION QUARTER, THREE RECORD TYPES:        *
      *      C - ONE TRIANGLE CELL (ORIGIN QUARTER BY AGE), PAID IN   *
      *          THE QUARTER AND CUMULATIVE.                          *
      *      F - ONE AGE-TO-AGE FACTOR AND ITS CUMULATIVE FACTOR TO   *
      *          ULTIMATE (ORIGIN QUARTER ZERO).                      *
      *      O - ONE ORIGIN QUARTER'S PROJECTION - PAID TO DATE,      *
      *          FACTOR, ULTIMATE, CASE RESERVE AND IBNR.             *
      *    POLICY TYPE IS W, T, U, O (OTHER) OR * (ALL TYPES).        *
      *    AGE 01 IS THE ORIGIN QUARTER ITSELF.                       *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  IBNR-EXTRACT-RECORD.
           05  IBX-REC-TYPE              PIC X.
               88  IBX-CELL                 VALUE 'C'.
               88  IBX-FACTOR               VALUE 'F'.
               88  IBX-ORIGIN               VALUE 'O'.
           05  IBX-VAL-DATE              PIC 9(8).
           05  IBX-POLICY-TYPE           PIC X.
           05  IBX-ORIGIN-QTR.
               10  IBX-ORIGIN-CCYY       PIC 9(4).
               10  IBX-ORIGIN-QQ         PIC 9.
           05  IBX-DEV-AGE               PIC 9(2).
           05  IBX-DATA                  PIC X(63).
           05  IBX-CELL-DATA REDEFINES IBX-DATA.
               10  IBX-INCR-PAID         PIC 9(11)V99.
               10  IBX-CUM-PAID          PIC 9(11)V99.
               10  FILLER                PIC X(37).
           05  IBX-FACTOR-DATA REDEFINES IBX-DATA.
               10  IBX-ATA-FACTOR        PIC 9(3)V9(4).
               10  IBX-CDF               PIC 9(3)V9(4).
               10  FILLER                PIC X(49).
           05  IBX-ORIGIN-DATA REDEFINES IBX-DATA.
               10  IBX-PAID-TO-DATE      PIC 9(11)V99.
               10  IBX-ORIGIN-CDF        PIC 9(3)V9(4).
               10  IBX-ULTIMATE          PIC 9(11)V99.
               10  IBX-CASE-RESERVE      PIC 9(11)V99.
      *    IBNR CAN BE NEGATIVE WHEN CASE RESERVES EXCEED THE
      *    PROJECTED UNPAID - SIGN IS A LEADING '+' OR '-'.
               10  IBX-IBNR              PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
               10  FILLER                PIC X(3).
