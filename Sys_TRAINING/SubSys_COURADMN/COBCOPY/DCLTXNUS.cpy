      ******************************************************************
      * DCLGEN TABLE(DBODEVP.TXN_USAGE)                                *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLTXNUS))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.TXN_USAGE TABLE
           ( TRANS_ID                       CHAR(4) NOT NULL,
             PROGRAM_ID                     CHAR(8) NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             TERM_ID                        CHAR(4) NOT NULL,
             AID_KEY                        CHAR(5) NOT NULL,
             TASK_NO                        INTEGER NOT NULL,
             ELAPSED_MS                     INTEGER NOT NULL,
             LOGGED_DTS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.TXN_USAGE                  *
      *                                                                *
      * ONE ROW PER ONLINE TASK - EVERY ETRMXXX SCREEN PROGRAM WRITES  *
      * ONE THROUGH CWTXNLOG/CPTXNLOG JUST BEFORE IT RETURNS (OR       *
      * XCTLS) TO CICS. ELAPSED_MS IS THE TASK'S OWN TIME FROM ENTRY   *
      * TO RETURN, BY ASKTIME ABSTIME - WHAT THE USER WAITED FOR       *
      * AFTER PRESSING THE KEY, NOT THE THINK TIME BETWEEN SCREENS.    *
      * AID_KEY IS THE KEY THAT STARTED THE TASK, DECODED ('ENTER',    *
      * 'PF3', 'CLEAR', 'PA1'); 'START' = FIRST ENTRY WITH NO          *
      * COMMAREA (THE TRANSACTION KEYED ON A BLANK SCREEN OR REACHED   *
      * BY XCTL). LOGGED_DTS IS THE END OF THE TASK.                   *
      *                                                                *
      * RAW AND HIGH-VOLUME: ETROP101 ROLLS EACH COMPLETED DAY INTO    *
      * TXN_DAILY_SUMMARY (DCLTXNDS) AND PURGES ROWS OLDER THAN ITS    *
      * USAGE-KEEP-DAYS PARAMETER. AN ABENDED TASK LEAVES NO ROW (ITS  *
      * INSERT IS BACKED OUT WITH THE REST OF THE UNIT OF WORK).       *
      ******************************************************************
       01  DCLTXN-USAGE.
           10 TXU-TRANS-ID         PIC X(4).
           10 TXU-PROGRAM-ID       PIC X(8).
           10 TXU-USR-ID           PIC X(8).
           10 TXU-TERM-ID          PIC X(4).
           10 TXU-AID-KEY          PIC X(5).
           10 TXU-TASK-NO          PIC S9(9) USAGE COMP.
           10 TXU-ELAPSED-MS       PIC S9(9) USAGE COMP.
           10 TXU-LOGGED-DTS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
