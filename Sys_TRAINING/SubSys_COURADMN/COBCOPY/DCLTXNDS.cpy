      ******************************************************************
      * DCLGEN TABLE(DBODEVP.TXN_DAILY_SUMMARY)                        *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLTXNDS))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.TXN_DAILY_SUMMARY TABLE
           ( USAGE_DATE                     DATE NOT NULL,
             USAGE_HOUR                     SMALLINT NOT NULL,
             TRANS_ID                       CHAR(4) NOT NULL,
             PROGRAM_ID                     CHAR(8) NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             TXN_COUNT                      INTEGER NOT NULL,
             TOTAL_MS                       DECIMAL(15, 0) NOT NULL,
             MAX_MS                         INTEGER NOT NULL,
             LIMIT_MS                       INTEGER NOT NULL,
             BREACH_COUNT                   INTEGER NOT NULL,
             BAND_01_COUNT                  INTEGER NOT NULL,
             BAND_02_COUNT                  INTEGER NOT NULL,
             BAND_03_COUNT                  INTEGER NOT NULL,
             BAND_04_COUNT                  INTEGER NOT NULL,
             BAND_05_COUNT                  INTEGER NOT NULL,
             BAND_06_COUNT                  INTEGER NOT NULL,
             BAND_07_COUNT                  INTEGER NOT NULL,
             BAND_08_COUNT                  INTEGER NOT NULL,
             BAND_09_COUNT                  INTEGER NOT NULL,
             BAND_10_COUNT                  INTEGER NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.TXN_DAILY_SUMMARY          *
      *                                                                *
      * ONLINE USAGE ROLLED UP BY ETROP101 FROM TXN_USAGE (DCLTXNUS) - *
      * ONE ROW PER DAY, HOUR OF DAY, TRANSACTION AND USER. READ BY    *
      * THE ETROP102 WEEKLY USAGE AND RESPONSE-TIME REPORT.            *
      *                                                                *
      * LIMIT_MS IS THE RESPONSE THRESHOLD IN FORCE WHEN THE DAY WAS   *
      * SUMMARISED (SYSTEM_PARAMETER RESP-LIMIT-MS FOR THE PROGRAM,    *
      * ELSE ETROP101'S OWN) AND BREACH_COUNT THE TASKS THAT TOOK      *
      * LONGER - KEPT, SO A LATER RETUNE DOES NOT REWRITE HISTORY.     *
      *                                                                *
      * BAND_NN_COUNT SPLITS TXN_COUNT BY ELAPSED TIME SO PERCENTILES  *
      * CAN BE TAKEN OVER ANY RANGE OF ROWS (A DAILY 95TH PERCENTILE   *
      * CANNOT BE AVERAGED INTO A WEEKLY ONE). BAND UPPER LIMITS, MS:  *
      *   01 100    02 250    03 500    04 1000   05 2000              *
      *   06 3000   07 5000   08 10000  09 30000  10 OVER 30000        *
      ******************************************************************
       01  DCLTXN-DAILY-SUMMARY.
           10 TDS-USAGE-DATE       PIC X(10).
           10 TDS-USAGE-HOUR       PIC S9(4) USAGE COMP.
           10 TDS-TRANS-ID         PIC X(4).
           10 TDS-PROGRAM-ID       PIC X(8).
           10 TDS-USR-ID           PIC X(8).
           10 TDS-TXN-COUNT        PIC S9(9) USAGE COMP.
           10 TDS-TOTAL-MS         PIC S9(15)V USAGE COMP-3.
           10 TDS-MAX-MS           PIC S9(9) USAGE COMP.
           10 TDS-LIMIT-MS         PIC S9(9) USAGE COMP.
           10 TDS-BREACH-COUNT     PIC S9(9) USAGE COMP.
           10 TDS-BAND-01-COUNT    PIC S9(9) USAGE COMP.
           10 TDS-BAND-02-COUNT    PIC S9(9) USAGE COMP.
           10 TDS-BAND-03-COUNT    PIC S9(9) USAGE COMP.
           10 TDS-BAND-04-COUNT    PIC S9(9) USAGE COMP.
           10 TDS-BAND-05-COUNT    PIC S9(9) USAGE COMP.
           10 TDS-BAND-06-COUNT    PIC S9(9) USAGE COMP.
           10 TDS-BAND-07-COUNT    PIC S9(9) USAGE COMP.
           10 TDS-BAND-08-COUNT    PIC S9(9) USAGE COMP.
           10 TDS-BAND-09-COUNT    PIC S9(9) USAGE COMP.
           10 TDS-BAND-10-COUNT    PIC S9(9) USAGE COMP.
           10 TDS-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
