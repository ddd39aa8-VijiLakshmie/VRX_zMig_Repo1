      ******************************************************************
      * DCLGEN TABLE(DBODEVP.PROMO_CODE_CATG)                          *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLPRMCT))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.PROMO_CODE_CATG TABLE
           ( PROMO_CODE                     CHAR(12) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.PROMO_CODE_CATG            *
      *                                                                *
      * THE SESSION CATEGORIES A PROMO_CODE (DCLPROMO) MAY BE USED     *
      * FOR. A CODE WITH NO ROWS HERE IS GOOD FOR EVERY CATEGORY.      *
      ******************************************************************
       01  DCLPROMO-CODE-CATG.
           10 PMC-PROMO-CODE       PIC X(12).
           10 PMC-SESSION-CATG     PIC X(2).
           10 PMC-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
