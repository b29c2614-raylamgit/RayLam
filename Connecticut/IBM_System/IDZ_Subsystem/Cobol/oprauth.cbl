      *                THE REASON ON THE PROGRAM'S REPORT.  ONLY THIS
      *                PROGRAM OPENS THE SECURITY FILE, AND ONLY LONG
      *                ENOUGH TO SATISFY ONE CHECK.
      * 2026  D.ELLIS  ADDED THE PRVCRED AUTHORITY FLAG FOR PRVMAINT'S
      *                PROVIDER-CREDENTIALING TRANSACTIONS.
      * 2026  D.ELLIS  ADDED THE WRTOFF AUTHORITY FLAG FOR WOPOST'S
      *                BAD-DEBT WRITE-OFF AND RECOVERY TRANSACTIONS.
      * 2026  D.ELLIS  ADDED THE CLMBANK AND SUPRMIT AUTHORITY FLAGS
      *                FOR BNKMAINT'S BANK-ACCOUNT ROWS AND RMTMAINT'S
      *                SUPPLIER REMIT-TO CHANGES.  BOTH THE REQUESTING
      *                AND THE APPROVING OPERATOR ARE CHECKED HERE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  OS-AUTH-STATEFAC            PIC X(01).
           05  OS-AUTH-CNSBIAS             PIC X(01).
           05  OS-AUTH-CUSTMAST            PIC X(01).
           05  OS-AUTH-PRVCRED             PIC X(01).
           05  OS-AUTH-WRTOFF              PIC X(01).
           05  OS-AUTH-CLMBANK             PIC X(01).
           05  OS-AUTH-SUPRMIT             PIC X(01).
           05  FILLER                      PIC X(24).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
                   IF OS-AUTH-CUSTMAST NOT = "Y"
                       SET LK-NOT-AUTH-FILE TO TRUE
                   END-IF
               WHEN "PRVCRED"
                   IF OS-AUTH-PRVCRED NOT = "Y"
                       SET LK-NOT-AUTH-FILE TO TRUE
                   END-IF
               WHEN "WRTOFF"
                   IF OS-AUTH-WRTOFF NOT = "Y"
                       SET LK-NOT-AUTH-FILE TO TRUE
                   END-IF
               WHEN "CLMBANK"
                   IF OS-AUTH-CLMBANK NOT = "Y"
                       SET LK-NOT-AUTH-FILE TO TRUE
                   END-IF
               WHEN "SUPRMIT"
                   IF OS-AUTH-SUPRMIT NOT = "Y"
                       SET LK-NOT-AUTH-FILE TO TRUE
                   END-IF
               WHEN OTHER
                   SET LK-NOT-AUTH-FILE TO TRUE
           END-EVALUATE.
