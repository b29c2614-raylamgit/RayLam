      *****************************************************************
      *    PATA0                                                      *
      *    SYMBOLIC MAP FOR MAPSET PATA0, MAPS PATONQ AND PATONL.     *
      *    ONLINE PATIENT BENEFITS INQUIRY - KEY A PATIENT ID.        *
      *    PATONQ (PAGE ONE) SHOWS THE PRSNMSTR NAME AND GUARANTOR,   *
      *    THE ELIGMSTR COVERAGE DATES, THE PRIMARY AND SECONDARY     *
      *    PLAN TERMS FROM HEALTH_PLAN, AND THE PATACCUM YEAR-TO-DATE *
      *    POSITION UNDER EACH PLAN.  PATONL (PAGE TWO) LISTS THE     *
      *    PATMSTR CHARGE LINES WITH ANY PRAUTH AUTHORIZATION ON      *
      *    FILE.  READ-ONLY.  FIELD NAMES FOLLOW THE SAME DSECT-STYLE *
      *    CONVENTION AS CLMA0.                                       *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL COBOL SYMBOLIC MAP FOR THE NEW   *
      *                      PATONQ ONLINE INQUIRY TRANSACTION.        *
      *****************************************************************
       01  PATONQI.
           02  FILLER                    PIC X(12).
           02  PQPATL                    COMP PIC S9(4).
           02  PQPATF                    PIC X.
           02  FILLER REDEFINES PQPATF.
               03  PQPATA                PIC X.
           02  PQPATI                    PIC X(08).
           02  PQNAMEL                   COMP PIC S9(4).
           02  PQNAMEF                   PIC X.
           02  FILLER REDEFINES PQNAMEF.
               03  PQNAMEA               PIC X.
           02  PQNAMEI                   PIC X(36).
           02  PQGUARL                   COMP PIC S9(4).
           02  PQGUARF                   PIC X.
           02  FILLER REDEFINES PQGUARF.
               03  PQGUARA               PIC X.
           02  PQGUARI                   PIC X(08).
           02  PQELG1L                   COMP PIC S9(4).
           02  PQELG1F                   PIC X.
           02  FILLER REDEFINES PQELG1F.
               03  PQELG1A               PIC X.
           02  PQELG1I                   PIC X(60).
           02  PQELG2L                   COMP PIC S9(4).
           02  PQELG2F                   PIC X.
           02  FILLER REDEFINES PQELG2F.
               03  PQELG2A               PIC X.
           02  PQELG2I                   PIC X(60).
           02  PQELG3L                   COMP PIC S9(4).
           02  PQELG3F                   PIC X.
           02  FILLER REDEFINES PQELG3F.
               03  PQELG3A               PIC X.
           02  PQELG3I                   PIC X(60).
           02  PQPLN1L                   COMP PIC S9(4).
           02  PQPLN1F                   PIC X.
           02  FILLER REDEFINES PQPLN1F.
               03  PQPLN1A               PIC X.
           02  PQPLN1I                   PIC X(75).
           02  PQPLN2L                   COMP PIC S9(4).
           02  PQPLN2F                   PIC X.
           02  FILLER REDEFINES PQPLN2F.
               03  PQPLN2A               PIC X.
           02  PQPLN2I                   PIC X(75).
           02  PQACC1L                   COMP PIC S9(4).
           02  PQACC1F                   PIC X.
           02  FILLER REDEFINES PQACC1F.
               03  PQACC1A               PIC X.
           02  PQACC1I                   PIC X(75).
           02  PQACC2L                   COMP PIC S9(4).
           02  PQACC2F                   PIC X.
           02  FILLER REDEFINES PQACC2F.
               03  PQACC2A               PIC X.
           02  PQACC2I                   PIC X(75).
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
       01  PATONQO REDEFINES PATONQI.
           02  FILLER                    PIC X(12).
           02  FILLER                    PIC X(02).
           02  PQPATC                    PIC X.
           02  PQPATH                    PIC X.
           02  PQPATO                    PIC X(08).
           02  FILLER                    PIC X(02).
           02  PQNAMEC                   PIC X.
           02  PQNAMEH                   PIC X.
           02  PQNAMEO                   PIC X(36).
           02  FILLER                    PIC X(02).
           02  PQGUARC                   PIC X.
           02  PQGUARH                   PIC X.
           02  PQGUARO                   PIC X(08).
           02  FILLER                    PIC X(02).
           02  PQELG1C                   PIC X.
           02  PQELG1H                   PIC X.
           02  PQELG1O                   PIC X(60).
           02  FILLER                    PIC X(02).
           02  PQELG2C                   PIC X.
           02  PQELG2H                   PIC X.
           02  PQELG2O                   PIC X(60).
           02  FILLER                    PIC X(02).
           02  PQELG3C                   PIC X.
           02  PQELG3H                   PIC X.
           02  PQELG3O                   PIC X(60).
           02  FILLER                    PIC X(02).
           02  PQPLN1C                   PIC X.
           02  PQPLN1H                   PIC X.
           02  PQPLN1O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PQPLN2C                   PIC X.
           02  PQPLN2H                   PIC X.
           02  PQPLN2O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PQACC1C                   PIC X.
           02  PQACC1H                   PIC X.
           02  PQACC1O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PQACC2C                   PIC X.
           02  PQACC2H                   PIC X.
           02  PQACC2O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  MSGOUTC                   PIC X.
           02  MSGOUTH                   PIC X.
           02  MSGOUTO                   PIC X(40).
           02  FILLER                    PIC X(02).
           02  MSGERRC                   PIC X.
           02  MSGERRH                   PIC X.
           02  MSGERRO                   PIC X(60).
      *
       01  PATONLI.
           02  FILLER                    PIC X(12).
           02  PLPATL                    COMP PIC S9(4).
           02  PLPATF                    PIC X.
           02  FILLER REDEFINES PLPATF.
               03  PLPATA                PIC X.
           02  PLPATI                    PIC X(08).
           02  PLNAMEL                   COMP PIC S9(4).
           02  PLNAMEF                   PIC X.
           02  FILLER REDEFINES PLNAMEF.
               03  PLNAMEA               PIC X.
           02  PLNAMEI                   PIC X(36).
           02  PLDSCHL                   COMP PIC S9(4).
           02  PLDSCHF                   PIC X.
           02  FILLER REDEFINES PLDSCHF.
               03  PLDSCHA               PIC X.
           02  PLDSCHI                   PIC X(08).
           02  PLLS01L                   COMP PIC S9(4).
           02  PLLS01F                   PIC X.
           02  FILLER REDEFINES PLLS01F.
               03  PLLS01A               PIC X.
           02  PLLS01I                   PIC X(75).
           02  PLLS02L                   COMP PIC S9(4).
           02  PLLS02F                   PIC X.
           02  FILLER REDEFINES PLLS02F.
               03  PLLS02A               PIC X.
           02  PLLS02I                   PIC X(75).
           02  PLLS03L                   COMP PIC S9(4).
           02  PLLS03F                   PIC X.
           02  FILLER REDEFINES PLLS03F.
               03  PLLS03A               PIC X.
           02  PLLS03I                   PIC X(75).
           02  PLLS04L                   COMP PIC S9(4).
           02  PLLS04F                   PIC X.
           02  FILLER REDEFINES PLLS04F.
               03  PLLS04A               PIC X.
           02  PLLS04I                   PIC X(75).
           02  PLLS05L                   COMP PIC S9(4).
           02  PLLS05F                   PIC X.
           02  FILLER REDEFINES PLLS05F.
               03  PLLS05A               PIC X.
           02  PLLS05I                   PIC X(75).
           02  PLLS06L                   COMP PIC S9(4).
           02  PLLS06F                   PIC X.
           02  FILLER REDEFINES PLLS06F.
               03  PLLS06A               PIC X.
           02  PLLS06I                   PIC X(75).
           02  PLLS07L                   COMP PIC S9(4).
           02  PLLS07F                   PIC X.
           02  FILLER REDEFINES PLLS07F.
               03  PLLS07A               PIC X.
           02  PLLS07I                   PIC X(75).
           02  PLLS08L                   COMP PIC S9(4).
           02  PLLS08F                   PIC X.
           02  FILLER REDEFINES PLLS08F.
               03  PLLS08A               PIC X.
           02  PLLS08I                   PIC X(75).
           02  PLLS09L                   COMP PIC S9(4).
           02  PLLS09F                   PIC X.
           02  FILLER REDEFINES PLLS09F.
               03  PLLS09A               PIC X.
           02  PLLS09I                   PIC X(75).
           02  PLLS10L                   COMP PIC S9(4).
           02  PLLS10F                   PIC X.
           02  FILLER REDEFINES PLLS10F.
               03  PLLS10A               PIC X.
           02  PLLS10I                   PIC X(75).
           02  PLLS11L                   COMP PIC S9(4).
           02  PLLS11F                   PIC X.
           02  FILLER REDEFINES PLLS11F.
               03  PLLS11A               PIC X.
           02  PLLS11I                   PIC X(75).
           02  PLLS12L                   COMP PIC S9(4).
           02  PLLS12F                   PIC X.
           02  FILLER REDEFINES PLLS12F.
               03  PLLS12A               PIC X.
           02  PLLS12I                   PIC X(75).
           02  PLMSGL                    COMP PIC S9(4).
           02  PLMSGF                    PIC X.
           02  FILLER REDEFINES PLMSGF.
               03  PLMSGA                PIC X.
           02  PLMSGI                    PIC X(40).
           02  PLERRL                    COMP PIC S9(4).
           02  PLERRF                    PIC X.
           02  FILLER REDEFINES PLERRF.
               03  PLERRA                PIC X.
           02  PLERRI                    PIC X(60).
      *
       01  PATONLO REDEFINES PATONLI.
           02  FILLER                    PIC X(12).
           02  FILLER                    PIC X(02).
           02  PLPATC                    PIC X.
           02  PLPATH                    PIC X.
           02  PLPATO                    PIC X(08).
           02  FILLER                    PIC X(02).
           02  PLNAMEC                   PIC X.
           02  PLNAMEH                   PIC X.
           02  PLNAMEO                   PIC X(36).
           02  FILLER                    PIC X(02).
           02  PLDSCHC                   PIC X.
           02  PLDSCHH                   PIC X.
           02  PLDSCHO                   PIC X(08).
           02  FILLER                    PIC X(02).
           02  PLLS01C                   PIC X.
           02  PLLS01H                   PIC X.
           02  PLLS01O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS02C                   PIC X.
           02  PLLS02H                   PIC X.
           02  PLLS02O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS03C                   PIC X.
           02  PLLS03H                   PIC X.
           02  PLLS03O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS04C                   PIC X.
           02  PLLS04H                   PIC X.
           02  PLLS04O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS05C                   PIC X.
           02  PLLS05H                   PIC X.
           02  PLLS05O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS06C                   PIC X.
           02  PLLS06H                   PIC X.
           02  PLLS06O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS07C                   PIC X.
           02  PLLS07H                   PIC X.
           02  PLLS07O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS08C                   PIC X.
           02  PLLS08H                   PIC X.
           02  PLLS08O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS09C                   PIC X.
           02  PLLS09H                   PIC X.
           02  PLLS09O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS10C                   PIC X.
           02  PLLS10H                   PIC X.
           02  PLLS10O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS11C                   PIC X.
           02  PLLS11H                   PIC X.
           02  PLLS11O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLLS12C                   PIC X.
           02  PLLS12H                   PIC X.
           02  PLLS12O                   PIC X(75).
           02  FILLER                    PIC X(02).
           02  PLMSGC                    PIC X.
           02  PLMSGH                    PIC X.
           02  PLMSGO                    PIC X(40).
           02  FILLER                    PIC X(02).
           02  PLERRC                    PIC X.
           02  PLERRH                    PIC X.
           02  PLERRO                    PIC X(60).
