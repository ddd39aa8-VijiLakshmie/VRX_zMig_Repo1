      ******************************************************************
      * DCLGEN TABLE(DBODEVP.FISCAL_PERIOD)                            *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLFISPR))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.FISCAL_PERIOD TABLE
           ( FISCAL_YEAR                    SMALLINT NOT NULL,
             FISCAL_PERIOD                  SMALLINT NOT NULL,
             PERIOD_START                   DATE NOT NULL,
             PERIOD_END                     DATE NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.FISCAL_PERIOD              *
      *                                                                *
      * THE COMPANY'S FISCAL CALENDAR (4-4-5 WEEKS A QUARTER). ONE     *
      * ROW PER FISCAL PERIOD, KEY FISCAL_YEAR + FISCAL_PERIOD (1-12,  *
      * 13 IN A 53-WEEK YEAR IF FINANCE CUTS ONE), COVERING THE DATES  *
      * PERIOD_START TO PERIOD_END INCLUSIVE. PERIODS NEVER OVERLAP.   *
      * OPERATIONS LOADS IT A YEAR AHEAD WITH ETROP124 CARDS. THE      *
      * PERIOD-BASED JOBS RESOLVE THEIR PERIOD THROUGH RCBT009A (SEE   *
      * CWFISPER) AND CARRY FISCAL_YEAR/FISCAL_PERIOD IN THEIR OWN     *
      * PERIOD_YEAR/PERIOD_MONTH KEY COLUMNS.                          *
      ******************************************************************
       01  DCLFISCAL-PERIOD.
           10 FIS-FISCAL-YEAR      PIC S9(4) USAGE COMP.
           10 FIS-FISCAL-PERIOD    PIC S9(4) USAGE COMP.
           10 FIS-PERIOD-START     PIC X(10).
           10 FIS-PERIOD-END       PIC X(10).
           10 FIS-USR-ID           PIC X(8).
           10 FIS-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
