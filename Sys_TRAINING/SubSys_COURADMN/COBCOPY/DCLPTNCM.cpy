      ******************************************************************
      * DCLGEN TABLE(DBODEVP.PARTNER_COMMISSION)                       *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLPTNCM))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.PARTNER_COMMISSION TABLE
           ( PERIOD_YEAR                    SMALLINT NOT NULL,
             PERIOD_MONTH                   SMALLINT NOT NULL,
             PARTNER_CODE                   CHAR(8) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             ENTRY_TYPE                     CHAR(1) NOT NULL,
             BASE_AMOUNT                    DECIMAL(9,2) NOT NULL,
             COMMISSION_PCT                 DECIMAL(5,2) NOT NULL,
             COMMISSION_AMOUNT              DECIMAL(9,2) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.PARTNER_COMMISSION         *
      *                                                                *
      * THE PARTNER COMMISSION LEDGER WRITTEN BY THE ETROP107 MONTHLY  *
      * RUN - ONE ROW PER REGISTRATION PER ENTRY, STAMPED WITH THE     *
      * PERIOD THE RUN WAS FOR. ALL AMOUNTS ARE BASE GBP.              *
      *                                                                *
      * ENTRY_TYPE: 'C' = COMMISSION EARNED - THE SEAT WAS PAID IN     *
      * FULL AND NOTHING HAD BEEN REFUNDED OR CREDITED ON IT. BASE IS  *
      * THE PRICED FEE (THE AMOUNT PAID ON AN UNPRICED SEAT).          *
      * 'B' = CLAW-BACK - A REFUND PAID OUT OR A CREDIT NOTE RAISED    *
      * ON THE SEAT AFTER ITS COMMISSION WAS EARNED. BASE IS MINUS     *
      * THE AMOUNT GIVEN BACK (NEVER MORE THAN THE ORIGINAL BASE) AND  *
      * THE COMMISSION IS MINUS THE SAME SHARE OF WHAT WAS EARNED, AT  *
      * THE ORIGINAL RATE. A SEAT EARNS AT MOST ONE 'C' AND ONE 'B'    *
      * ROW, SO THE LEDGER NEVER PAYS OR RECOVERS THE SAME SEAT TWICE. *
      *                                                                *
      * THE PERIOD'S SUM OF COMMISSION_AMOUNT IS THE NET PAYABLE THE   *
      * ETROP49 GL FEED JOURNALS. A RERUN OF AN OPEN PERIOD REPLACES   *
      * THE PERIOD'S OWN ROWS.                                         *
      ******************************************************************
       01  DCLPARTNER-COMMISSION.
           10 PCM-PERIOD-YEAR      PIC S9(4) USAGE COMP.
           10 PCM-PERIOD-MONTH     PIC S9(4) USAGE COMP.
           10 PCM-PARTNER-CODE     PIC X(8).
           10 PCM-SESSION-CATG     PIC X(2).
           10 PCM-SESSION-ID       PIC S9(9) USAGE COMP.
           10 PCM-EMAIL-ADDR.
              49 PCM-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 PCM-EMAIL-ADDR-TEXT PIC X(120).
           10 PCM-ENTRY-TYPE       PIC X(1).
              88 PCM-COMMISSION-EARNED       VALUE 'C'.
              88 PCM-CLAWBACK                VALUE 'B'.
           10 PCM-BASE-AMOUNT      PIC S9(7)V99 USAGE COMP-3.
           10 PCM-COMMISSION-PCT   PIC S9(3)V99 USAGE COMP-3.
           10 PCM-COMMISSION-AMOUNT
                                   PIC S9(7)V99 USAGE COMP-3.
           10 PCM-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
