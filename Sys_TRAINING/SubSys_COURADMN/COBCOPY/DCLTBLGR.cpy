      ******************************************************************
      * DCLGEN TABLE(DBODEVP.TABLE_GROWTH)                             *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLTBLGR))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.TABLE_GROWTH TABLE
           ( SNAPSHOT_DATE                  DATE NOT NULL,
             TABLE_NAME                     CHAR(24) NOT NULL,
             TSNAME                         CHAR(8) NOT NULL,
             ROW_COUNT                      DECIMAL(15,0) NOT NULL,
             DAYS_SINCE_PREV                SMALLINT,
             WEEKLY_GROWTH                  DECIMAL(15,0),
             GROWTH_PCT                     DECIMAL(7,2),
             THRESHOLD_ROWS                 INTEGER NOT NULL,
             WEEKS_TO_LIMIT                 INTEGER,
             PROJECTED_BREACH_DATE          DATE,
             BREACH_FLAG                    CHAR(1) NOT NULL
                                             WITH DEFAULT 'N',
             RUNAWAY_FLAG                   CHAR(1) NOT NULL
                                             WITH DEFAULT 'N',
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.TABLE_GROWTH               *
      *                                                                *
      * WEEKLY ROW-COUNT HISTORY, ONE ROW PER DBODEVP TABLE PER        *
      * SNAPSHOT (KEY SNAPSHOT_DATE, TABLE_NAME), WRITTEN BY ETROP120  *
      * FROM THE DB2 REAL-TIME STATISTICS. WEEKLY_GROWTH IS THE CHANGE *
      * SINCE THE PREVIOUS SNAPSHOT SCALED TO SEVEN DAYS (NULL ON A    *
      * TABLE'S FIRST SNAPSHOT); GROWTH_PCT IS THAT CHANGE AS A        *
      * PERCENTAGE OF THE PREVIOUS COUNT. THRESHOLD_ROWS IS THE LIMIT  *
      * IN FORCE ON THE DAY (SYSTEM_PARAMETER, SEE ETROP120) AND       *
      * WEEKS_TO_LIMIT/PROJECTED_BREACH_DATE THE STRAIGHT-LINE         *
      * PROJECTION TO IT - NULL WHILE THE TABLE IS NOT GROWING.        *
      * BREACH_FLAG 'Y': AT THE LIMIT OR DUE TO REACH IT WITHIN THE    *
      * BREACH WINDOW (A QUARTER BY DEFAULT). RUNAWAY_FLAG 'Y': THIS   *
      * WEEK'S GROWTH JUMPED WELL ABOVE LAST WEEK'S.                   *
      ******************************************************************
       01  DCLTABLE-GROWTH.
           10 TGR-SNAPSHOT-DATE    PIC X(10).
           10 TGR-TABLE-NAME       PIC X(24).
           10 TGR-TSNAME           PIC X(8).
           10 TGR-ROW-COUNT        PIC S9(15) USAGE COMP-3.
           10 TGR-DAYS-SINCE-PREV  PIC S9(4) USAGE COMP.
           10 TGR-WEEKLY-GROWTH    PIC S9(15) USAGE COMP-3.
           10 TGR-GROWTH-PCT       PIC S9(5)V99 USAGE COMP-3.
           10 TGR-THRESHOLD-ROWS   PIC S9(9) USAGE COMP.
           10 TGR-WEEKS-TO-LIMIT   PIC S9(9) USAGE COMP.
           10 TGR-PROJECTED-BREACH-DATE
                                   PIC X(10).
           10 TGR-BREACH-FLAG      PIC X(1).
              88 TGR-BREACH-DUE              VALUE 'Y'.
           10 TGR-RUNAWAY-FLAG     PIC X(1).
              88 TGR-RUNAWAY-GROWTH          VALUE 'Y'.
           10 TGR-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
