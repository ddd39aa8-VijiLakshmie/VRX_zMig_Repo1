      ******************************************************************
      * DCLGEN TABLE(DBODEVP.PROMO_CODE)                               *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLPROMO))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.PROMO_CODE TABLE
           ( PROMO_CODE                     CHAR(12) NOT NULL,
             CAMPAIGN_CODE                  CHAR(8) NOT NULL,
             CAMPAIGN_NAME                  VARCHAR(40) NOT NULL,
             PROMO_KIND                     CHAR(1) NOT NULL,
             DISCOUNT_TYPE                  CHAR(1) NOT NULL,
             DISCOUNT_PCT                   SMALLINT NOT NULL,
             DISCOUNT_AMOUNT                DECIMAL(9,2) NOT NULL,
             VALID_FROM                     DATE NOT NULL,
             VALID_TO                       DATE NOT NULL,
             MAX_USES                       INTEGER,
             MAX_PER_PERSON                 SMALLINT,
             USES_COUNT                     INTEGER NOT NULL,
             STACKABLE                      CHAR(1) NOT NULL,
             PROMO_STATUS                   CHAR(1) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.PROMO_CODE                 *
      *                                                                *
      * ONE ROW PER CODE A BOOKER MAY QUOTE AT SIGN-UP. PROMO_KIND     *
      * 'C' IS A MARKETING CAMPAIGN CODE (E.G. SPRING20) THAT MANY     *
      * PEOPLE MAY USE; 'V' IS A GIFT VOUCHER NUMBER, ISSUED ONE ROW   *
      * PER VOUCHER WITH MAX_USES 1. CAMPAIGN_CODE GROUPS THE CODES    *
      * OF ONE CAMPAIGN (OR ONE VOUCHER ISSUE) FOR THE ETROP108        *
      * REDEMPTION REPORT.                                             *
      *                                                                *
      * DISCOUNT_TYPE 'P' TAKES DISCOUNT_PCT OFF THE FEE, 'A' TAKES    *
      * DISCOUNT_AMOUNT OFF (NEVER BELOW NIL). THE CODE IS GOOD FOR    *
      * BOOKINGS MADE VALID_FROM TO VALID_TO INCLUSIVE, FOR THE        *
      * SESSION CATEGORIES LISTED IN PROMO_CODE_CATG (DCLPRMCT - NO    *
      * ROWS THERE MEANS EVERY CATEGORY). MAX_USES CAPS USES_COUNT     *
      * AND MAX_PER_PERSON CAPS THE BOOKINGS ONE EMAIL ADDRESS MAY     *
      * MAKE WITH THE CODE; NULL IS UNLIMITED. USES_COUNT IS CLAIMED   *
      * BY ETRB002 WHEN THE CODE ACTUALLY LOWERS A PRICE AND IS NOT    *
      * GIVEN BACK ON CANCELLATION.                                    *
      *                                                                *
      * STACKABLE 'Y' APPLIES THE CODE ON TOP OF THE AUTOMATIC         *
      * DISCOUNT_RULE DISCOUNT; 'N' MEANS THE BOOKER GETS WHICHEVER    *
      * OF THE TWO IS THE BETTER PRICE. PROMO_STATUS 'W' WITHDRAWS     *
      * THE CODE WITHOUT LOSING ITS HISTORY.                           *
      ******************************************************************
       01  DCLPROMO-CODE.
           10 PRM-PROMO-CODE       PIC X(12).
           10 PRM-CAMPAIGN-CODE    PIC X(8).
           10 PRM-CAMPAIGN-NAME.
              49 PRM-CAMPAIGN-NAME-LEN   PIC S9(4) USAGE COMP.
              49 PRM-CAMPAIGN-NAME-TEXT  PIC X(40).
           10 PRM-PROMO-KIND       PIC X(1).
              88 PRM-CAMPAIGN                VALUE 'C'.
              88 PRM-VOUCHER                 VALUE 'V'.
           10 PRM-DISCOUNT-TYPE    PIC X(1).
              88 PRM-PERCENT-OFF             VALUE 'P'.
              88 PRM-AMOUNT-OFF              VALUE 'A'.
           10 PRM-DISCOUNT-PCT     PIC S9(4) USAGE COMP.
           10 PRM-DISCOUNT-AMOUNT  PIC S9(7)V99 USAGE COMP-3.
           10 PRM-VALID-FROM       PIC X(10).
           10 PRM-VALID-TO         PIC X(10).
           10 PRM-MAX-USES         PIC S9(9) USAGE COMP.
           10 PRM-MAX-PER-PERSON   PIC S9(4) USAGE COMP.
           10 PRM-USES-COUNT       PIC S9(9) USAGE COMP.
           10 PRM-STACKABLE        PIC X(1).
              88 PRM-STACKS                  VALUE 'Y'.
           10 PRM-PROMO-STATUS     PIC X(1).
              88 PRM-ACTIVE                  VALUE 'A'.
              88 PRM-WITHDRAWN               VALUE 'W'.
           10 PRM-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
