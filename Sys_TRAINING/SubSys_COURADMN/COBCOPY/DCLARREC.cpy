      ******************************************************************
      * DCLGEN TABLE(DBODEVP.AR_RECON)                                 *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLARREC))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.AR_RECON TABLE
           ( PERIOD_YEAR                    SMALLINT NOT NULL,
             PERIOD_MONTH                   SMALLINT NOT NULL,
             LEDGER_CODE                    CHAR(2) NOT NULL,
             CURRENCY_CODE                  CHAR(3) NOT NULL,
             OPENING_BALANCE                DECIMAL(11,2) NOT NULL,
             ADJUSTMENT_AMOUNT              DECIMAL(11,2) NOT NULL,
             ADDED_AMOUNT                   DECIMAL(11,2) NOT NULL,
             CASH_AMOUNT                    DECIMAL(11,2) NOT NULL,
             CREDIT_AMOUNT                  DECIMAL(11,2) NOT NULL,
             WRITEOFF_AMOUNT                DECIMAL(11,2) NOT NULL,
             CLOSING_BALANCE                DECIMAL(11,2) NOT NULL,
             GL_BALANCE                     DECIMAL(11,2),
             BREAK_AMOUNT                   DECIMAL(11,2) NOT NULL,
             RECON_STATUS                   CHAR(1) NOT NULL,
             SIGNOFF_USR                    CHAR(8),
             SIGNOFF_REASON                 VARCHAR(60),
             SIGNOFF_DTS                    TIMESTAMP,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.AR_RECON                   *
      *                                                                *
      * THE MONTH-END RECEIVABLES CONTROL-TOTAL RECONCILIATION - ONE   *
      * ROW PER PERIOD, LEDGER AND BILLING CURRENCY, WRITTEN BY        *
      * ETROP105. LEDGER_CODE 'AR' IS THE RECEIVABLES SUBLEDGER        *
      * (GL 12050000): OPENING + ADDED (INVOICES) - CASH (RECEIPTS     *
      * NET OF REFUNDS PAID) - CREDIT (CREDIT NOTES AND CREDIT ON      *
      * ACCOUNT APPLIED) - WRITEOFF = CLOSING. 'UC' IS UNAPPLIED       *
      * CASH HELD AS ORG_CREDIT (GL 21300000): ADDED IS CREDIT         *
      * BANKED, CREDIT IS CREDIT APPLIED. ALL AMOUNTS ARE BASE GBP,    *
      * GROUPED BY THE DEBTOR'S BILLING CURRENCY.                      *
      *                                                                *
      * OPENING_BALANCE IS THE PRIOR PERIOD'S CLOSING ROW (OR THE      *
      * WHOLE LEDGER HISTORY ON A LEDGER'S FIRST RUN).                 *
      * ADJUSTMENT_AMOUNT IS WHAT WAS POSTED INTO EARLIER PERIODS      *
      * AFTER THEY WERE RECONCILED. GL_BALANCE IS THE INBOUND TRIAL    *
      * BALANCE FIGURE (NULL = THE GL SENT NONE) AND BREAK_AMOUNT IS   *
      * CLOSING LESS GL.                                               *
      *                                                                *
      * RECON_STATUS: 'A' = AGREED (WITHIN TOLERANCE), 'B' = OPEN      *
      * BREAK, 'S' = BREAK SIGNED OFF THROUGH ETRB024 (SIGNOFF_USR,    *
      * SIGNOFF_REASON, SIGNOFF_DTS). ETRB024 WILL NOT CLOSE A PERIOD  *
      * WITH NO ROWS HERE OR WITH ANY ROW STILL 'B'. A RERUN KEEPS A   *
      * SIGN-OFF ONLY WHILE THE BREAK AMOUNT IS UNCHANGED.             *
      ******************************************************************
       01  DCLAR-RECON.
           10 ARR-PERIOD-YEAR      PIC S9(4) USAGE COMP.
           10 ARR-PERIOD-MONTH     PIC S9(4) USAGE COMP.
           10 ARR-LEDGER-CODE      PIC X(2).
              88 ARR-LEDGER-RECEIVABLES      VALUE 'AR'.
              88 ARR-LEDGER-UNAPPLIED        VALUE 'UC'.
           10 ARR-CURRENCY-CODE    PIC X(3).
           10 ARR-OPENING-BALANCE  PIC S9(9)V99 USAGE COMP-3.
           10 ARR-ADJUSTMENT-AMOUNT
                                   PIC S9(9)V99 USAGE COMP-3.
           10 ARR-ADDED-AMOUNT     PIC S9(9)V99 USAGE COMP-3.
           10 ARR-CASH-AMOUNT      PIC S9(9)V99 USAGE COMP-3.
           10 ARR-CREDIT-AMOUNT    PIC S9(9)V99 USAGE COMP-3.
           10 ARR-WRITEOFF-AMOUNT  PIC S9(9)V99 USAGE COMP-3.
           10 ARR-CLOSING-BALANCE  PIC S9(9)V99 USAGE COMP-3.
           10 ARR-GL-BALANCE       PIC S9(9)V99 USAGE COMP-3.
           10 ARR-BREAK-AMOUNT     PIC S9(9)V99 USAGE COMP-3.
           10 ARR-RECON-STATUS     PIC X(1).
              88 ARR-AGREED                  VALUE 'A'.
              88 ARR-BREAK-OPEN              VALUE 'B'.
              88 ARR-BREAK-SIGNED-OFF        VALUE 'S'.
           10 ARR-SIGNOFF-USR      PIC X(8).
           10 ARR-SIGNOFF-REASON.
              49 ARR-SIGNOFF-REASON-LEN  PIC S9(4) USAGE COMP.
              49 ARR-SIGNOFF-REASON-TEXT PIC X(60).
           10 ARR-SIGNOFF-DTS      PIC X(26).
           10 ARR-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
