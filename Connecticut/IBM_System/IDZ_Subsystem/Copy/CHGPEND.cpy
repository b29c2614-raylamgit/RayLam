      *****************************************************************
      *    CHGPEND                                                    *
      *    RECORD LAYOUT FOR THE DUAL-CONTROL PENDING-CHANGE FILES    *
      *    (150 BYTES).  A CHANGE TO WHERE MONEY IS SENT - A CLMBANK  *
      *    ROUTING/ACCOUNT ROW (BNKMAINT) OR A SUPPLIER'S REMIT-TO    *
      *    DATA (RMTMAINT) - IS HELD HERE WITH THE REQUESTING         *
      *    OPERATOR UNTIL A DIFFERENT AUTHORIZED OPERATOR APPROVES OR *
      *    REJECTS IT, OR IT AGES OUT.  EACH MAINTAINER CARRIES ITS   *
      *    FILE FORWARD OLD GENERATION TO NEW, THE WAY SUPONBRD DOES, *
      *    AND CHGPNDRP LISTS WHAT IS STILL WAITING FOR SUPERVISORS.  *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  PENDING-CHANGE-REC.
           05  PC-CHANGE-TYPE                     PIC  X(04).
               88  PC-BANK-CHANGE                    VALUE "BANK".
               88  PC-REMIT-CHANGE                   VALUE "RMIT".
           05  PC-ACTION                          PIC  X(01).
               88  PC-ADD                            VALUE "A".
               88  PC-CHANGE                         VALUE "C".
               88  PC-DELETE                         VALUE "D".
           05  PC-KEY                             PIC  X(10).
           05  PC-BANK-KEY REDEFINES PC-KEY.
               10  PC-BANK-CONTRACT-NO            PIC  9(07).
               10  PC-BANK-SEQ-NO                 PIC  9(02).
               10  FILLER                         PIC  X(01).
           05  PC-REMIT-KEY REDEFINES PC-KEY.
               10  PC-SUPPLR-NO                   PIC  X(05).
               10  FILLER                         PIC  X(05).
           05  PC-REQUEST-USER                    PIC  X(08).
           05  PC-REQUEST-DATE                    PIC  9(08).
      *    THE VALUES TO BE APPLIED ON APPROVAL.  THE BEFORE IMAGE IS
      *    TAKEN FROM THE MASTER AT THE MOMENT OF APPLICATION, SO THE
      *    AUDIT TRAIL SHOWS WHAT WAS ACTUALLY REPLACED.
           05  PC-NEW-DATA                        PIC  X(117).
           05  PC-BANK-DATA REDEFINES PC-NEW-DATA.
               10  PC-BANK-ROUTING-NO             PIC  9(09).
               10  PC-BANK-ACCOUNT-NO             PIC  X(17).
               10  FILLER                         PIC  X(91).
           05  PC-REMIT-DATA REDEFINES PC-NEW-DATA.
               10  PC-RMT-NAME                    PIC  X(30).
               10  PC-RMT-ADDR                    PIC  X(30).
               10  PC-RMT-CITY                    PIC  X(20).
               10  PC-RMT-STATE                   PIC  X(02).
               10  PC-RMT-ZIP                     PIC  X(09).
               10  PC-RMT-ROUTING-NO              PIC  9(09).
               10  PC-RMT-ACCOUNT-NO              PIC  X(17).
           05  FILLER                             PIC  X(02).
