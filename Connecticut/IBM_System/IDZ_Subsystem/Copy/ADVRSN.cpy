      *****************************************************************
      *    ADVRSN                                                     *
      *    ADVERSE-ACTION PRINCIPAL-REASON CODES FOR LOAN             *
      *    APPLICATIONS THAT ARE DECLINED OR CLOSED AS INCOMPLETE.    *
      *    APLMAINT EDITS THE CODES KEYED WITH THE OUTCOME AGAINST    *
      *    THIS TABLE AND ADVNOTC PRINTS THE REASON TEXT ON THE       *
      *    NOTICE.  THE WORDING FOLLOWS THE STANDARD STATEMENT OF     *
      *    CREDIT DENIAL.                                             *
      *                                                                *
      *    MOD LOG                                                     *
      *    ----------------------------------------------------------  *
      *    2026  D.ELLIS     ORIGINAL TABLE                            *
      *****************************************************************
       01  ADVERSE-REASON-DATA.
           05  FILLER  PIC X(52) VALUE
               "01CREDIT APPLICATION INCOMPLETE".
           05  FILLER  PIC X(52) VALUE
               "02INSUFFICIENT NUMBER OF CREDIT REFERENCES PROVIDED".
           05  FILLER  PIC X(52) VALUE
               "03UNABLE TO VERIFY CREDIT REFERENCES".
           05  FILLER  PIC X(52) VALUE
               "04TEMPORARY OR IRREGULAR EMPLOYMENT".
           05  FILLER  PIC X(52) VALUE
               "05UNABLE TO VERIFY EMPLOYMENT".
           05  FILLER  PIC X(52) VALUE
               "06LENGTH OF EMPLOYMENT".
           05  FILLER  PIC X(52) VALUE
               "07INCOME INSUFFICIENT FOR AMOUNT OF CREDIT REQUESTED".
           05  FILLER  PIC X(52) VALUE
               "08EXCESSIVE OBLIGATIONS IN RELATION TO INCOME".
           05  FILLER  PIC X(52) VALUE
               "09UNABLE TO VERIFY INCOME".
           05  FILLER  PIC X(52) VALUE
               "10LENGTH OF RESIDENCE".
           05  FILLER  PIC X(52) VALUE
               "11TEMPORARY RESIDENCE".
           05  FILLER  PIC X(52) VALUE
               "12UNABLE TO VERIFY RESIDENCE".
           05  FILLER  PIC X(52) VALUE
               "13NO CREDIT FILE".
           05  FILLER  PIC X(52) VALUE
               "14LIMITED CREDIT EXPERIENCE".
           05  FILLER  PIC X(52) VALUE
               "15POOR CREDIT PERFORMANCE WITH US".
           05  FILLER  PIC X(52) VALUE
               "16DELINQUENT PAST OR PRESENT CREDIT OBLIGATIONS".
           05  FILLER  PIC X(52) VALUE
               "17COLLECTION ACTION OR JUDGMENT".
           05  FILLER  PIC X(52) VALUE
               "18GARNISHMENT OR ATTACHMENT".
           05  FILLER  PIC X(52) VALUE
               "19FORECLOSURE OR REPOSSESSION".
           05  FILLER  PIC X(52) VALUE
               "20BANKRUPTCY".
           05  FILLER  PIC X(52) VALUE
               "21VALUE OR TYPE OF COLLATERAL NOT SUFFICIENT".
           05  FILLER  PIC X(52) VALUE
               "22UNACCEPTABLE APPRAISAL OR PROPERTY CONDITION".
           05  FILLER  PIC X(52) VALUE
               "23WE DO NOT GRANT CREDIT ON THE TERMS REQUESTED".
           05  FILLER  PIC X(52) VALUE
               "24OTHER - SEE THE LOAN OFFICER'S LETTER".
       01  ADVERSE-REASON-TABLE REDEFINES ADVERSE-REASON-DATA.
           05  AR-ENTRY OCCURS 24 TIMES.
               10  AR-CODE                   PIC XX.
               10  AR-TEXT                   PIC X(50).
       01  AR-ENTRY-COUNT                    PIC 9(02) VALUE 24.
