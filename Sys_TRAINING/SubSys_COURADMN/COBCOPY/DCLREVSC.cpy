      ******************************************************************
      * DCLGEN TABLE(DBODEVP.REVENUE_SCHEDULE)                         *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLREVSC))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.REVENUE_SCHEDULE TABLE
           ( SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             MEETING_DATE                   DATE NOT NULL,
             SCHEDULE_FEE                   DECIMAL(9,2) NOT NULL,
             SLICE_AMOUNT                   DECIMAL(9,2) NOT NULL,
             SLICE_STATUS                   CHAR(1) NOT NULL,
             RECOG_YEAR                     SMALLINT,
             RECOG_MONTH                    SMALLINT,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.REVENUE_SCHEDULE           *
      *                                                                *
      * THE REVENUE-RECOGNITION SCHEDULE - ONE ROW PER BILLABLE PARTY  *
      * PER MEETING DATE (SESSION_SCHEDULE; A SESSION WITH NO MEETING  *
      * ROWS HAS ONE SLICE ON ITS END DATE). THE PARTY IS AN ACTIVE,   *
      * NON-STAFF REGISTRATION (EMAIL_ADDR) OR, FOR A CLOSED SESSION   *
      * BILLED AS ONE FLAT FEE, THE SESSION ITSELF (EMAIL_ADDR ' ').   *
      * SCHEDULE_FEE IS THE PARTY'S FULL FEE WHEN THE SLICES WERE LAST *
      * SPREAD - COALESCE(PRICED_FEE, SESSION_FEE), OR FLAT_FEE PLUS   *
      * OVERAGE - AND THE SLICES SPREAD WHAT IS STILL UNRECOGNIZED     *
      * EVENLY, THE ROUNDING PENNIES ON THE LAST MEETING.              *
      *                                                                *
      * SLICE_STATUS: 'P' = PENDING, 'R' = RECOGNIZED BY THE ETROP106  *
      * MONTH-END RUN FOR RECOG_YEAR/RECOG_MONTH (NULL WHILE PENDING). *
      * PENDING SLICES ARE RE-SPREAD (CPREVSCH) WHENEVER THE SESSION   *
      * IS RESCHEDULED (ETRB012), ITS MEETINGS CHANGE (ETRB015) OR A   *
      * SEAT IS CANCELLED OR TRANSFERRED (ETRB003, ETRB006, ETRB013) - *
      * A CANCELLED PARTY'S PENDING SLICES SIMPLY DISAPPEAR.           *
      * RECOGNIZED SLICES ARE NEVER TOUCHED AGAIN.                     *
      ******************************************************************
       01  DCLREVENUE-SCHEDULE.
           10 RVS-SESSION-CATG     PIC X(2).
           10 RVS-SESSION-ID       PIC S9(9) USAGE COMP.
           10 RVS-EMAIL-ADDR.
              49 RVS-EMAIL-ADDR-LEN    PIC S9(4) USAGE COMP.
              49 RVS-EMAIL-ADDR-TEXT   PIC X(120).
           10 RVS-MEETING-DATE     PIC X(10).
           10 RVS-SCHEDULE-FEE     PIC S9(7)V99 USAGE COMP-3.
           10 RVS-SLICE-AMOUNT     PIC S9(7)V99 USAGE COMP-3.
           10 RVS-SLICE-STATUS     PIC X(1).
              88 RVS-SLICE-PENDING           VALUE 'P'.
              88 RVS-SLICE-RECOGNIZED        VALUE 'R'.
           10 RVS-RECOG-YEAR       PIC S9(4) USAGE COMP.
           10 RVS-RECOG-MONTH      PIC S9(4) USAGE COMP.
           10 RVS-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
