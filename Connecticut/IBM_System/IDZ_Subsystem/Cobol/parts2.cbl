      *
           SELECT XFERRPT-FILE-OUT
                 ASSIGN TO UT-S-XFERRPT.
      *
           SELECT RTVEXT-FILE-OUT
                 ASSIGN TO UT-S-RTVEXT.
      *
           SELECT CNSEXT-FILE-OUT
                 ASSIGN TO UT-S-CNSEXT.
001770 DATA DIVISION.                                                   00001770
001780*                                                                 00001780
001790*                                                                 00001790
      *
       01  XFERRPT-RECORD                         PIC X(132).
      *
      ******************************************************************
      *        RETURN-TO-VENDOR EXTRACT - EVERY ACCEPTED 343 RTV AND   *
      *        344 SUPPLIER CREDIT MEMO, AS KEYED.  RTVPOST TAKES IT   *
      *        FROM HERE TO RELIEVE ON-HAND THROUGH MTCHMERG, CARRY    *
      *        THE OPEN RMAS AND POST THE CREDITS TO SUPPLR-BAL.       *
      ******************************************************************
       FD  RTVEXT-FILE-OUT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS RTVEXT-RECORD.
      *
       01  RTVEXT-RECORD                          PIC X(90).
      *
      ******************************************************************
      *        CONSIGNMENT EXTRACT - EVERY ACCEPTED 345 CONSIGNMENT    *
      *        RECEIPT AND 346 CONSIGNMENT USAGE, AS KEYED.  THE DAYS' *
      *        EXTRACTS ARE CONCATENATED FOR THE MONTH-END CNSSETL     *
      *        SETTLEMENT WITH THE CONSIGNORS.                         *
      ******************************************************************
       FD  CNSEXT-FILE-OUT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS CNSEXT-RECORD.
      *
       01  CNSEXT-RECORD                          PIC X(90).
      *
001121******************************************************************00001121
001122*        SORT WORK FILE USED TO RANK THE COMBINED COLLECT/       *00001122
001123*        CST9/LIST CALL-LIST ENTRIES BY URGENCY BEFORE THEY      *00001123
           05  RDZ341-PART-NUMBER                 PIC  9(07).
           05  RDZ341-XFER-QTY                    PIC  9(05).
           05      FILLER                         PIC  X(53).
      ****
      **** 343 - RETURN TO VENDOR (GOODS SHIPPED BACK UNDER THE
      ****       SUPPLIER'S RMA), 344 - SUPPLIER CREDIT MEMO AGAINST
      ****       AN RMA.  A DAMAGE RETURN CARRIES ITS FREIGHT CLAIM.
      ****
       01  RTV-RETURN-REC                         REDEFINES
           BILL-LADING-REC.
      *
           05  RDZ343-TRAN-CODE                   PIC  9(03).
           05  RDZ343-PRICE-NUMBER                PIC  9(03).
           05  RDZ343-WREHOUSE-NUMBER             PIC  9(07).
           05  RDZ343-SUPPLR-NUMBER               PIC  X(05).
           05  RDZ343-RMA-NUMBER                  PIC  X(10).
           05  RDZ343-PARTNO                      PIC  X(21).
           05  RDZ343-RTV-QTY                     PIC  9(07).
           05  RDZ343-REASON-CODE                 PIC  X(01).
               88  RDZ343-REASON-DAMAGE              VALUE 'D'.
               88  RDZ343-REASON-VALID               VALUE 'D' 'O'
                                                           'F' 'W'.
           05  RDZ343-AMOUNT                      PIC  9(07)V99.
           05  RDZ343-CLAIM-NO                    PIC  9(07).
           05  RDZ343-CREDIT-MEMO-NO              PIC  X(10).
           05      FILLER                         PIC  X(07).
      ****
      **** 345 - CONSIGNMENT RECEIPT (CONSIGNOR'S STOCK PLACED IN THE
      ****       WAREHOUSE AT THE AGREED UNIT COST), 346 - CONSIGNMENT
      ****       USAGE (CONSIGNED STOCK TAKEN INTO USE - OWED TO THE
      ****       CONSIGNOR AT MONTH END).  THE SUPPLIER NUMBER IS THE
      ****       CONSIGNOR AND THE LOOKUP-CNS-BIAS-FILE KEY.
      ****
       01  CNS-CONSIGN-REC                        REDEFINES
           BILL-LADING-REC.
      *
           05  RDZ345-TRAN-CODE                   PIC  9(03).
           05  RDZ345-PRICE-NUMBER                PIC  9(03).
           05  RDZ345-WREHOUSE-NUMBER             PIC  9(07).
           05  RDZ345-SUPPLR-NUMBER               PIC  X(05).
           05  RDZ345-PARTNO                      PIC  X(21).
           05  RDZ345-QTY                         PIC  9(07).
           05  RDZ345-UNIT-COST                   PIC  9(05)V9999.
           05  RDZ345-MOVE-DATE                   PIC  9(08).
           05      FILLER                         PIC  X(27).
000010****                                                              00000010
000020****  GENERIC TRANSACTION HEADER (COMMON TO ALL BILL-LADING       00000020
000030****  TRANSACTION TYPES) - USED BY THE 300-LOOKUP DISPATCH LOGIC  00000030
           05  WS-BD-RETURN-CD          PIC 9(4) COMP VALUE ZERO.
           05  WS-BD-CALENDAR-ID        PIC X(02) VALUE SPACES.
      ****
      ****  DOCUMENT DELIVERY - PASSED TO DLVDOC FOR EVERY ACCOUNT-
      ****  CURRENT STATEMENT AND OVERDUE NOTICE.
      ****
       COPY DLVPARM.
      ****
      ****  IN-TRANSIT TRANSFER TABLE - THE CARRIED-FORWARD XFERIN
      ****  ENTRIES PLUS TODAY'S 341 TRANSFERS.  A 342 RECEIPT MARKS
      ****  ITS ENTRY ARRIVED; EVERYTHING STILL OPEN GOES BACK OUT ON
090411                 OSDRPT-FILE-OUT                                  00090411
                       XFER-INTRANSIT-OUT
                       XFERRPT-FILE-OUT
                       RTVEXT-FILE-OUT
                       CNSEXT-FILE-OUT
090412                 CALLLIST-FILE-OUT.                               00090412
090413     PERFORM 118-CHECK-RESTART.                                   00090413
090414     MOVE 'S' TO WS-RL-EVENT.
                   MOVE 'BTQ' TO REJ-REASON-CODE
                   MOVE 'INVALID TRANSFER QUANTITY'
                       TO REJ-REASON-TEXT.
      *
      ****     A 343 RETURN MUST NAME THE RMA, THE PART, A QUANTITY,
      ****     A REASON AND ITS RETURN VALUE - A DAMAGE RETURN ALSO
      ****     THE FREIGHT CLAIM IT BELONGS TO.  A 344 CREDIT MEMO
      ****     NEEDS THE RMA, THE MEMO NUMBER AND THE CREDIT AMOUNT.
           IF NOT TRAN-REJECTED
              AND (BLC-TRAN-CODE EQUAL 343
                   OR BLC-TRAN-CODE EQUAL 344)
              AND RDZ343-RMA-NUMBER EQUAL SPACES
               MOVE 'Y'  TO WS01-REJECT-SWITCH
               MOVE 'BRM' TO REJ-REASON-CODE
               MOVE 'MISSING RMA NUMBER' TO REJ-REASON-TEXT.
           IF NOT TRAN-REJECTED
              AND BLC-TRAN-CODE EQUAL 343
               IF RDZ343-PARTNO EQUAL SPACES
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BRP' TO REJ-REASON-CODE
                   MOVE 'MISSING RTV PART' TO REJ-REASON-TEXT
               ELSE
               IF RDZ343-RTV-QTY NOT NUMERIC
                  OR RDZ343-RTV-QTY EQUAL ZEROS
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BRQ' TO REJ-REASON-CODE
                   MOVE 'INVALID RTV QUANTITY' TO REJ-REASON-TEXT
               ELSE
               IF NOT RDZ343-REASON-VALID
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BRR' TO REJ-REASON-CODE
                   MOVE 'INVALID RTV REASON' TO REJ-REASON-TEXT
               ELSE
               IF RDZ343-AMOUNT NOT NUMERIC
                  OR RDZ343-AMOUNT EQUAL ZEROS
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BRA' TO REJ-REASON-CODE
                   MOVE 'INVALID RTV VALUE' TO REJ-REASON-TEXT
               ELSE
               IF RDZ343-REASON-DAMAGE
                  AND (RDZ343-CLAIM-NO NOT NUMERIC
                       OR RDZ343-CLAIM-NO EQUAL ZEROS)
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BRC' TO REJ-REASON-CODE
                   MOVE 'DAMAGE RTV NO CLAIM' TO REJ-REASON-TEXT.
           IF NOT TRAN-REJECTED
              AND BLC-TRAN-CODE EQUAL 344
               IF RDZ343-CREDIT-MEMO-NO EQUAL SPACES
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BCM' TO REJ-REASON-CODE
                   MOVE 'MISSING CREDIT MEMO' TO REJ-REASON-TEXT
               ELSE
               IF RDZ343-AMOUNT NOT NUMERIC
                  OR RDZ343-AMOUNT EQUAL ZEROS
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BCA' TO REJ-REASON-CODE
                   MOVE 'INVALID CREDIT AMT' TO REJ-REASON-TEXT.
      *
      ****     A 345 CONSIGNMENT RECEIPT OR 346 USAGE MUST NAME THE
      ****     PART, A QUANTITY AND THE DATE IT MOVED - THE RECEIPT
      ****     ALSO THE CONSIGNOR'S UNIT COST.  USAGE IS PRICED AT
      ****     SETTLEMENT FROM THE CONSIGNED STOCK IT CAME OUT OF.
           IF NOT TRAN-REJECTED
              AND (BLC-TRAN-CODE EQUAL 345
                   OR BLC-TRAN-CODE EQUAL 346)
               IF RDZ345-PARTNO EQUAL SPACES
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BNP' TO REJ-REASON-CODE
                   MOVE 'MISSING CONSIGNED PART' TO REJ-REASON-TEXT
               ELSE
               IF RDZ345-QTY NOT NUMERIC
                  OR RDZ345-QTY EQUAL ZEROS
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BNQ' TO REJ-REASON-CODE
                   MOVE 'INVALID CONSIGNED QUANTITY'
                       TO REJ-REASON-TEXT
               ELSE
               IF RDZ345-MOVE-DATE NOT NUMERIC
                  OR RDZ345-MOVE-DATE EQUAL ZEROS
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BND' TO REJ-REASON-CODE
                   MOVE 'INVALID CONSIGNMENT DATE' TO REJ-REASON-TEXT
               ELSE
               IF BLC-TRAN-CODE EQUAL 345
                  AND (RDZ345-UNIT-COST NOT NUMERIC
                       OR RDZ345-UNIT-COST EQUAL ZEROS)
                   MOVE 'Y'  TO WS01-REJECT-SWITCH
                   MOVE 'BNU' TO REJ-REASON-CODE
                   MOVE 'INVALID CONSIGNED COST' TO REJ-REASON-TEXT.
000690*                                                                 00000690
000700******************************************************************00000700
000710*       POST A VALID TRANSACTION TO THE DETAIL FILE              *00000710
               PERFORM 335-POST-TRANSFER THRU 335-EXIT.
           IF BLC-TRAN-CODE EQUAL 342
               PERFORM 336-MATCH-TRANSFER-RECEIPT THRU 336-EXIT.
           IF BLC-TRAN-CODE EQUAL 343
              OR BLC-TRAN-CODE EQUAL 344
               PERFORM 337-WRITE-RTV-EXTRACT THRU 337-EXIT.
           IF BLC-TRAN-CODE EQUAL 345
              OR BLC-TRAN-CODE EQUAL 346
               PERFORM 338-WRITE-CNS-EXTRACT THRU 338-EXIT.
000830*                                                                 00000830
000831******************************************************************00000831
000832*        WRITE AN ACCOUNT CURRENT STATEMENT LINE *                00000832
000837     MOVE RDZ987-ACCT-NUMBER    TO ASL-ACCT-NUMBER.               00000837
000838     MOVE RDZ987-INTEREST       TO ASL-INTEREST.                  00000838
000839     MOVE RDZ987-SALES-AVAIL-ADJ TO ASL-SALES-AVAIL-ADJ.          00000839
           MOVE SPACES TO DLV-PARMS.
           MOVE 'STMT' TO DLV-DOC-TYPE.
           MOVE RDZ987-SUPPLR-NUMBER TO DLV-RECIP-ID.
           MOVE ACCTSTMT-LINE TO DLV-LINE.
           PERFORM 339-DELIVER-SUPPLR-DOC THRU 339-EXIT.
           IF DLV-WANTS-PRINT
               MOVE ACCTSTMT-LINE TO ACCTSTMT-RECORD
               WRITE ACCTSTMT-RECORD.
000842*                                                                 00000842
000843******************************************************************00000843
000844*        WRITE A DISPUTE-AGING REPORT LINE *                      00000844
       336-EXIT.
           EXIT.
      *
      ******************************************************************
      *        A 343 RETURN OR 344 CREDIT MEMO GOES TO THE RTV        *
      *        EXTRACT FOR RTVPOST.  THE DETAIL FILE ALREADY HAS IT   *
      *        FROM THE NORMAL 325 WRITE.                             *
      ******************************************************************
       337-WRITE-RTV-EXTRACT.
           MOVE BILL-LADING-REC TO RTVEXT-RECORD.
           WRITE RTVEXT-RECORD.
       337-EXIT.
           EXIT.
      *
      ******************************************************************
      *        A 345 CONSIGNMENT RECEIPT OR 346 CONSIGNMENT USAGE     *
      *        GOES TO THE CONSIGNMENT EXTRACT FOR CNSSETL.           *
      ******************************************************************
       338-WRITE-CNS-EXTRACT.
           MOVE BILL-LADING-REC TO CNSEXT-RECORD.
           WRITE CNSEXT-RECORD.
       338-EXIT.
           EXIT.
      *
      ******************************************************************
      *        AN ACCOUNT-CURRENT STATEMENT OR OVERDUE NOTICE GOES TO *
      *        THE SUPPLIER BY ITS DELIVERY PREFERENCE.  THE CALLER   *
      *        SETS THE DOCUMENT TYPE, SUPPLIER AND LINE, AND PRINTS  *
      *        ITS OWN RECORD ONLY IF DLV-WANTS-PRINT.  DLVDOC SAYS   *
      *        PRINT WHEN THERE IS NO PREFERENCE.  ONE LINE, ONE PAGE.*
      ******************************************************************
       339-DELIVER-SUPPLR-DOC.
           MOVE 'B' TO DLV-FUNCTION.
           MOVE 'PARTSUPP' TO DLV-PROGRAM.
           MOVE 'S' TO DLV-RECIP-TYPE.
           MOVE ZERO TO DLV-DOC-DATE DLV-PAGE-COUNT.
           CALL 'DLVDOC' USING DLV-PARMS.
           IF DLV-WANTS-ELEC
               MOVE 'L' TO DLV-FUNCTION
               CALL 'DLVDOC' USING DLV-PARMS.
           MOVE 'E' TO DLV-FUNCTION.
           MOVE 1 TO DLV-PAGE-COUNT.
           CALL 'DLVDOC' USING DLV-PARMS.
       339-EXIT.
           EXIT.
      *
000870 330-WRITE-REJECT.                                                00000870
000880     MOVE BILL-LADING-REC TO REJ-ORIGINAL-RECORD (1:90).          00000880
000890     WRITE REJECT-RECORD.                                         00000890
000570         MOVE SUPPLR-BAL-MATURED-NET TO OVL-MATURED-NET           00000570
000580         MOVE SUPPLR-BAL-BILLING-91-180 TO OVL-BILLING-91-180     00000580
000590         MOVE SUPPLR-BAL-BILLING-181-UP TO OVL-BILLING-181-UP     00000590
               MOVE SPACES TO DLV-PARMS
               MOVE 'OVDN' TO DLV-DOC-TYPE
               MOVE SUPPLR-BAL-SUPPLR-NO TO DLV-RECIP-ID
               MOVE OVRDUE-LINE TO DLV-LINE
               PERFORM 339-DELIVER-SUPPLR-DOC THRU 339-EXIT
               IF DLV-WANTS-PRINT
                   MOVE OVRDUE-LINE TO OVRDUE-RECORD
                   WRITE OVRDUE-RECORD.
000611     PERFORM 9571-READ-SUPPLR-BAL.                                00000611
000612 9570-EXIT.                                                       00000612
000613     EXIT.                                                        00000613
000380           TRMSEXC-FILE-OUT ACCTSTMT-FILE-OUT DSPTRPT-FILE-OUT    00000380
000390           OVRDUE-FILE-OUT OSDRPT-FILE-OUT CALLLIST-FILE-OUT      00000390
                 XFER-INTRANSIT-IN XFER-INTRANSIT-OUT XFERRPT-FILE-OUT
                 RTVEXT-FILE-OUT CNSEXT-FILE-OUT
000395           SUPLKUP-FILE-OUT.                                      00000395
