      *****************************************************************
      *    CUSTHIER                                                   *
      *    RECORD LAYOUT FOR THE CUSTOMER HIERARCHY FILE (40 BYTES),  *
      *    KEYED BY CUSTOMER-CODE WITH THE PARENT CODE AS AN          *
      *    ALTERNATE KEY (DUPLICATES) SO A PARENT'S CHILDREN CAN BE   *
      *    BROWSED.  EACH CUSTOMER IN A GROUP CARRIES ITS LEVEL -     *
      *    C=CORPORATE (TOP, NO PARENT), R=REGION (PARENT IS A        *
      *    CORPORATE), A=ACCOUNT (PARENT IS A REGION OR CORPORATE).   *
      *    A PARENT ALWAYS SITS ABOVE ITS CHILD, SO THE TREE CANNOT   *
      *    LOOP.  MAINTAINED THROUGH THE CUSTINQ TRANSACTION SET,     *
      *    SHOWN ON THE CUSTONQ INQUIRY, ROLLED UP BY CUSTROLL, AND   *
      *    RE-POINTED TO THE SURVIVOR BY THE CUSTDUP MERGE.           *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL LAYOUT                           *
      *****************************************************************
       01  CUSTOMER-HIER-REC.
           05  CH-CUSTOMER-CODE              PIC 9(04).
           05  CH-PARENT-CODE                PIC 9(04).
           05  CH-LEVEL                      PIC X(01).
               88  CH-LEVEL-CORPORATE           VALUE 'C'.
               88  CH-LEVEL-REGION              VALUE 'R'.
               88  CH-LEVEL-ACCOUNT             VALUE 'A'.
           05  CH-LAST-MAINT-DATE            PIC X(08).
           05  CH-LAST-MAINT-USER            PIC X(08).
           05  FILLER                        PIC X(15).
