      *****************************************************************
      *    INQACC                                                     *
      *    RECORD LAYOUT FOR THE ONLINE INQUIRY ACCESS LOG (80        *
      *    BYTES).  INQLOG APPENDS ONE RECORD EACH TIME AN INQUIRY    *
      *    TRANSACTION - CUSTONQ, FILMONQ, CLMONQ, PATONQ - PUTS A    *
      *    RECORD OR A SEARCH RESULT ON A SCREEN: WHEN, WHICH         *
      *    TERMINAL AND USER, WHICH TRANSACTION, AND THE KEY VIEWED   *
      *    OR SEARCHED.  MNTAUDIT ANSWERS WHO CHANGED A RECORD; THIS  *
      *    ANSWERS WHO LOOKED AT IT.  ACCREVW REPORTS IT.             *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  INQ-ACCESS-REC.
           05  IA-DATE                            PIC  9(08).
           05  IA-TIME                            PIC  9(06).
           05  IA-TERMINAL                        PIC  X(04).
           05  IA-USER                            PIC  X(08).
           05  IA-TRANS                           PIC  X(04).
           05  IA-PROGRAM                         PIC  X(08).
      *    WHAT THE KEY IS - CUSTCODE, CUSTNAME (A NAME BROWSE),
      *    FILMNO, SUPPLIER, POSTDATE (A DATE-RANGE SEARCH),
      *    CONTRACT OR PATIENT.
           05  IA-KEY-TYPE                        PIC  X(08).
           05  IA-KEY                             PIC  X(20).
           05  FILLER                             PIC  X(14).
