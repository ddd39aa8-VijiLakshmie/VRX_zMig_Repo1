      ******************************************************************
      * DCLGEN TABLE(DBODEVP.CREDIT_HOLD_LOG)                          *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLCRHLG))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.CREDIT_HOLD_LOG TABLE
           ( ORG_CODE                       CHAR(8) NOT NULL,
             HOLD_ACTION                    CHAR(1) NOT NULL,
             ACTION_USR                     CHAR(8) NOT NULL,
             ACTION_REASON                  VARCHAR(60),
             AGED_BALANCE                   DECIMAL(11,2),
             EXPOSURE                       DECIMAL(11,2),
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.CREDIT_HOLD_LOG            *
      *                                                                 *
      * THE ORGANIZATION CREDIT-HOLD REGISTER. INSERT-ONLY, LIKE      *
      * PERIOD_CLOSE: EVERY CHANGE TO ORGANIZATION.CREDIT_HOLD IS A   *
      * NEW ROW CARRYING WHO, WHY AND THE FIGURES AT THE TIME.        *
      *   'H' - HOLD SET BY THE ETROP125 NIGHTLY AGING SWEEP          *
      *   'C' - HOLD CLEARED BY ETROP125 (THE AGED DEBT WAS PAID)     *
      *   'R' - HOLD RELEASED BY FINANCE THROUGH ETRB034 (ETRM022),   *
      *         REASON REQUIRED                                       *
      * AGED_BALANCE IS THE ORG'S DEBT PAST THE HOLD AGE WHEN THE     *
      * SWEEP ACTED; EXPOSURE IS RCBT010A'S FIGURE. ACTION_USR IS     *
      * 'BATCH' FOR THE SWEEP.                                        *
      ******************************************************************
       01  DCLCREDIT-HOLD-LOG.
           10 CHL-ORG-CODE         PIC X(8).
           10 CHL-HOLD-ACTION      PIC X(1).
              88 CHL-ACTION-HOLD             VALUE 'H'.
              88 CHL-ACTION-CLEAR            VALUE 'C'.
              88 CHL-ACTION-RELEASE          VALUE 'R'.
           10 CHL-ACTION-USR       PIC X(8).
           10 CHL-ACTION-REASON.
              49 CHL-ACTION-REASON-LEN  PIC S9(4) USAGE COMP.
              49 CHL-ACTION-REASON-TEXT PIC X(60).
           10 CHL-AGED-BALANCE     PIC S9(9)V99 USAGE COMP-3.
           10 CHL-EXPOSURE         PIC S9(9)V99 USAGE COMP-3.
           10 CHL-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
