      *****************************************************************
      *    CLMA0                                                      *
      *    SYMBOLIC MAP FOR MAPSET CLMA0, MAP CLMONQ.                 *
      *    ONLINE CLAIM STATUS INQUIRY - KEY A CONTRACT NUMBER AND    *
      *    SEE THE CLMRVWST REVIEW STATUS, EXAMINER, REASON AND       *
      *    RESERVE, THE CLMPAID PAID-CLAIM ENTRIES, AND ONE LINE PER  *
      *    PAYEE PER DISBURSEMENT WITH CHECK OR EFT, AMOUNT AND       *
      *    CHKREG CLEARED STATUS.  READ-ONLY.  FIELD NAMES FOLLOW     *
      *    THE SAME DSECT-STYLE CONVENTION AS CUIA0.                  *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL COBOL SYMBOLIC MAP FOR THE NEW   *
      *                      CLMONQ ONLINE INQUIRY TRANSACTION.        *
      *****************************************************************
       01  CLMONQI.
           02  FILLER                    PIC X(12).
           02  CQCONTL                   COMP PIC S9(4).
           02  CQCONTF                   PIC X.
           02  FILLER REDEFINES CQCONTF.
               03  CQCONTA               PIC X.
           02  CQCONTI                   PIC X(07).
           02  CQNAMEL                   COMP PIC S9(4).
           02  CQNAMEF                   PIC X.
           02  FILLER REDEFINES CQNAMEF.
               03  CQNAMEA               PIC X.
           02  CQNAMEI                   PIC X(25).
           02  CQRSTSL                   COMP PIC S9(4).
           02  CQRSTSF                   PIC X.
           02  FILLER REDEFINES CQRSTSF.
               03  CQRSTSA               PIC X.
           02  CQRSTSI                   PIC X(12).
           02  CQEXAML                   COMP PIC S9(4).
           02  CQEXAMF                   PIC X.
           02  FILLER REDEFINES CQEXAMF.
               03  CQEXAMA               PIC X.
           02  CQEXAMI                   PIC X(08).
           02  CQOPDTL                   COMP PIC S9(4).
           02  CQOPDTF                   PIC X.
           02  FILLER REDEFINES CQOPDTF.
               03  CQOPDTA               PIC X.
           02  CQOPDTI                   PIC X(08).
           02  CQDSDTL                   COMP PIC S9(4).
           02  CQDSDTF                   PIC X.
           02  FILLER REDEFINES CQDSDTF.
               03  CQDSDTA               PIC X.
           02  CQDSDTI                   PIC X(08).
           02  CQRSNL                    COMP PIC S9(4).
           02  CQRSNF                    PIC X.
           02  FILLER REDEFINES CQRSNF.
               03  CQRSNA                PIC X.
           02  CQRSNI                    PIC X(40).
           02  CQRSRVL                   COMP PIC S9(4).
           02  CQRSRVF                   PIC X.
           02  FILLER REDEFINES CQRSRVF.
               03  CQRSRVA               PIC X.
           02  CQRSRVI                   PIC X(13).
           02  CQPD1L                    COMP PIC S9(4).
           02  CQPD1F                    PIC X.
           02  FILLER REDEFINES CQPD1F.
               03  CQPD1A                PIC X.
           02  CQPD1I                    PIC X(60).
           02  CQPD2L                    COMP PIC S9(4).
           02  CQPD2F                    PIC X.
           02  FILLER REDEFINES CQPD2F.
               03  CQPD2A                PIC X.
           02  CQPD2I                    PIC X(60).
           02  CQPD3L                    COMP PIC S9(4).
           02  CQPD3F                    PIC X.
           02  FILLER REDEFINES CQPD3F.
               03  CQPD3A                PIC X.
           02  CQPD3I                    PIC X(60).
           02  CQLST1L                   COMP PIC S9(4).
           02  CQLST1F                   PIC X.
           02  FILLER REDEFINES CQLST1F.
               03  CQLST1A               PIC X.
           02  CQLST1I                   PIC X(70).
           02  CQLST2L                   COMP PIC S9(4).
           02  CQLST2F                   PIC X.
           02  FILLER REDEFINES CQLST2F.
               03  CQLST2A               PIC X.
           02  CQLST2I                   PIC X(70).
           02  CQLST3L                   COMP PIC S9(4).
           02  CQLST3F                   PIC X.
           02  FILLER REDEFINES CQLST3F.
               03  CQLST3A               PIC X.
           02  CQLST3I                   PIC X(70).
           02  CQLST4L                   COMP PIC S9(4).
           02  CQLST4F                   PIC X.
           02  FILLER REDEFINES CQLST4F.
               03  CQLST4A               PIC X.
           02  CQLST4I                   PIC X(70).
           02  CQLST5L                   COMP PIC S9(4).
           02  CQLST5F                   PIC X.
           02  FILLER REDEFINES CQLST5F.
               03  CQLST5A               PIC X.
           02  CQLST5I                   PIC X(70).
           02  CQLST6L                   COMP PIC S9(4).
           02  CQLST6F                   PIC X.
           02  FILLER REDEFINES CQLST6F.
               03  CQLST6A               PIC X.
           02  CQLST6I                   PIC X(70).
           02  CQLST7L                   COMP PIC S9(4).
           02  CQLST7F                   PIC X.
           02  FILLER REDEFINES CQLST7F.
               03  CQLST7A               PIC X.
           02  CQLST7I                   PIC X(70).
           02  CQLST8L                   COMP PIC S9(4).
           02  CQLST8F                   PIC X.
           02  FILLER REDEFINES CQLST8F.
               03  CQLST8A               PIC X.
           02  CQLST8I                   PIC X(70).
           02  MSGOUTL                   COMP PIC S9(4).
           02  MSGOUTF                   PIC X.
           02  FILLER REDEFINES MSGOUTF.
               03  MSGOUTA               PIC X.
           02  MSGOUTI                   PIC X(40).
           02  MSGERRL                   COMP PIC S9(4).
           02  MSGERRF                   PIC X.
           02  FILLER REDEFINES MSGERRF.
               03  MSGERRA               PIC X.
           02  MSGERRI                   PIC X(60).
      *
       01  CLMONQO REDEFINES CLMONQI.
           02  FILLER                    PIC X(12).
           02  FILLER                    PIC X(02).
           02  CQCONTC                   PIC X.
           02  CQCONTH                   PIC X.
           02  CQCONTO                   PIC X(07).
           02  FILLER                    PIC X(02).
           02  CQNAMEC                   PIC X.
           02  CQNAMEH                   PIC X.
           02  CQNAMEO                   PIC X(25).
           02  FILLER                    PIC X(02).
           02  CQRSTSC                   PIC X.
           02  CQRSTSH                   PIC X.
           02  CQRSTSO                   PIC X(12).
           02  FILLER                    PIC X(02).
           02  CQEXAMC                   PIC X.
           02  CQEXAMH                   PIC X.
           02  CQEXAMO                   PIC X(08).
           02  FILLER                    PIC X(02).
           02  CQOPDTC                   PIC X.
           02  CQOPDTH                   PIC X.
           02  CQOPDTO                   PIC X(08).
           02  FILLER                    PIC X(02).
           02  CQDSDTC                   PIC X.
           02  CQDSDTH                   PIC X.
           02  CQDSDTO                   PIC X(08).
           02  FILLER                    PIC X(02).
           02  CQRSNC                    PIC X.
           02  CQRSNH                    PIC X.
           02  CQRSNO                    PIC X(40).
           02  FILLER                    PIC X(02).
           02  CQRSRVC                   PIC X.
           02  CQRSRVH                   PIC X.
           02  CQRSRVO                   PIC X(13).
           02  FILLER                    PIC X(02).
           02  CQPD1C                    PIC X.
           02  CQPD1H                    PIC X.
           02  CQPD1O                    PIC X(60).
           02  FILLER                    PIC X(02).
           02  CQPD2C                    PIC X.
           02  CQPD2H                    PIC X.
           02  CQPD2O                    PIC X(60).
           02  FILLER                    PIC X(02).
           02  CQPD3C                    PIC X.
           02  CQPD3H                    PIC X.
           02  CQPD3O                    PIC X(60).
           02  FILLER                    PIC X(02).
           02  CQLST1C                   PIC X.
           02  CQLST1H                   PIC X.
           02  CQLST1O                   PIC X(70).
           02  FILLER                    PIC X(02).
           02  CQLST2C                   PIC X.
           02  CQLST2H                   PIC X.
           02  CQLST2O                   PIC X(70).
           02  FILLER                    PIC X(02).
           02  CQLST3C                   PIC X.
           02  CQLST3H                   PIC X.
           02  CQLST3O                   PIC X(70).
           02  FILLER                    PIC X(02).
           02  CQLST4C                   PIC X.
           02  CQLST4H                   PIC X.
           02  CQLST4O                   PIC X(70).
           02  FILLER                    PIC X(02).
           02  CQLST5C                   PIC X.
           02  CQLST5H                   PIC X.
           02  CQLST5O                   PIC X(70).
           02  FILLER                    PIC X(02).
           02  CQLST6C                   PIC X.
           02  CQLST6H                   PIC X.
           02  CQLST6O                   PIC X(70).
           02  FILLER                    PIC X(02).
           02  CQLST7C                   PIC X.
           02  CQLST7H                   PIC X.
           02  CQLST7O                   PIC X(70).
           02  FILLER                    PIC X(02).
           02  CQLST8C                   PIC X.
           02  CQLST8H                   PIC X.
           02  CQLST8O                   PIC X(70).
           02  FILLER                    PIC X(02).
           02  MSGOUTC                   PIC X.
           02  MSGOUTH                   PIC X.
           02  MSGOUTO                   PIC X(40).
           02  FILLER                    PIC X(02).
           02  MSGERRC                   PIC X.
           02  MSGERRH                   PIC X.
           02  MSGERRO                   PIC X(60).
