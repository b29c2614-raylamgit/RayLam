      *****************************************************************
      *    UWCOND                                                     *
      *    RECORD LAYOUT FOR THE UNDERWRITING CONDITIONS FILE, KEYED  *
      *    BY THE APPLICATION'S QUOTE NUMBER AND A SEQUENCE NUMBER    *
      *    WITHIN IT.  CNDMAINT ADDS, RECEIVES AND CLEARS CONDITIONS; *
      *    APLMAINT WILL NOT MOVE AN APPLICATION TO APPROVED WHILE A  *
      *    PRIOR-TO-APPROVAL CONDITION IS OUTSTANDING, OR TO DOCS OUT *
      *    WHILE A PRIOR-TO-DOCS CONDITION IS; CNDLIST LISTS WHAT IS  *
      *    OUTSTANDING BY OFFICER EACH DAY.                           *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  UW-CONDITION-REC.
           05  UC-KEY.
               10  UC-QUOTE-NUMBER           PIC X(14).
               10  UC-SEQ                    PIC 9(3).
           05  UC-COND-CODE                  PIC X(4).
           05  UC-TIMING                     PIC X.
               88  UC-PRIOR-TO-APPROVAL         VALUE 'A'.
               88  UC-PRIOR-TO-DOCS             VALUE 'D'.
               88  UC-PRIOR-TO-CLOSING          VALUE 'C'.
               88  UC-TIMING-VALID              VALUE 'A' 'D' 'C'.
           05  UC-DESCRIPTION                PIC X(40).
           05  UC-ISSUED-DATE                PIC 9(8).
           05  UC-ISSUED-BY                  PIC X(8).
      *    RECEIVED IS THE DAY THE MEMBER'S ITEM CAME IN; THE
      *    CONDITION STAYS OUTSTANDING UNTIL AN OFFICER CLEARS IT.
           05  UC-RECEIVED-DATE              PIC 9(8).
           05  UC-CLEARED-DATE               PIC 9(8).
           05  UC-CLEARED-BY                 PIC X(8).
           05  UC-STATUS                     PIC X.
               88  UC-OPEN                      VALUE 'O'.
               88  UC-RECEIVED                  VALUE 'R'.
               88  UC-CLEARED                   VALUE 'C'.
               88  UC-OUTSTANDING               VALUE 'O' 'R'.
           05  FILLER                        PIC X(17).
