      ******************************************************************
      * DCLGEN TABLE(DBODEVP.REVENUE_DEFERRAL)                         *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLREVDF))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.REVENUE_DEFERRAL TABLE
           ( PERIOD_YEAR                    SMALLINT NOT NULL,
             PERIOD_MONTH                   SMALLINT NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             OPENING_DEFERRED               DECIMAL(11,2) NOT NULL,
             BILLED_AMOUNT                  DECIMAL(11,2) NOT NULL,
             RECOGNIZED_AMOUNT              DECIMAL(11,2) NOT NULL,
             OPENING_ACCRUED                DECIMAL(11,2) NOT NULL,
             CLOSING_ACCRUED                DECIMAL(11,2) NOT NULL,
             CLOSING_DEFERRED               DECIMAL(11,2) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.REVENUE_DEFERRAL           *
      *                                                                *
      * THE MONTH-END DEFERRED-REVENUE ROLL-FORWARD - ONE ROW PER      *
      * PERIOD AND SESSION_CATG, WRITTEN BY ETROP106, PLUS A '**' ROW  *
      * CARRYING THE PERIOD TOTAL THAT THE ETROP49 GL FEED JOURNALS    *
      * FROM (ETROP49 REFUSES A PERIOD WITH NO '**' ROW).              *
      *                                                                *
      * PER BILLABLE PARTY, BILLED = THE FEE ONCE INVOICED (ETROP20)   *
      * OR DRAWN DOWN ON A PREPAID CONTRACT, OTHERWISE THE CASH        *
      * RECEIVED, NEVER MORE THAN THE FEE. DEFERRED (GL 24100000) IS   *
      * BILLED LESS RECOGNIZED WHERE BILLED IS AHEAD; ACCRUED (GL      *
      * 13100000) IS RECOGNIZED LESS BILLED WHERE DELIVERY IS AHEAD.   *
      * OPENING_* ARE THE PRIOR PERIOD'S CLOSING ROW. RECOGNIZED IS    *
      * THE SLICES RECOGNIZED FOR THE PERIOD. BILLED_AMOUNT IS WHAT    *
      * BALANCES THE ROLL-FORWARD:                                     *
      *   CLOSING_DEFERRED = OPENING_DEFERRED + BILLED - RECOGNIZED    *
      *                    + (CLOSING_ACCRUED - OPENING_ACCRUED)       *
      ******************************************************************
       01  DCLREVENUE-DEFERRAL.
           10 RVD-PERIOD-YEAR      PIC S9(4) USAGE COMP.
           10 RVD-PERIOD-MONTH     PIC S9(4) USAGE COMP.
           10 RVD-SESSION-CATG     PIC X(2).
              88 RVD-PERIOD-TOTAL            VALUE '**'.
           10 RVD-OPENING-DEFERRED PIC S9(9)V99 USAGE COMP-3.
           10 RVD-BILLED-AMOUNT    PIC S9(9)V99 USAGE COMP-3.
           10 RVD-RECOGNIZED-AMOUNT
                                   PIC S9(9)V99 USAGE COMP-3.
           10 RVD-OPENING-ACCRUED  PIC S9(9)V99 USAGE COMP-3.
           10 RVD-CLOSING-ACCRUED  PIC S9(9)V99 USAGE COMP-3.
           10 RVD-CLOSING-DEFERRED PIC S9(9)V99 USAGE COMP-3.
           10 RVD-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
