      ******************************************************************
      * DCLGEN TABLE(DBODEVP.CATERING_ORDER)                           *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLCATOR))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.CATERING_ORDER TABLE
           ( SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             MEETING_DATE                   DATE NOT NULL,
             VENUE_ID                       CHAR(8) NOT NULL,
             HEADCOUNT                      SMALLINT NOT NULL,
             ORDER_DATE                     DATE NOT NULL,
             AMEND_COUNT                    SMALLINT NOT NULL,
             LAST_SENT_DATE                 DATE NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.CATERING_ORDER             *
      *                                                                *
      * ONE ROW PER IN-PERSON MEETING DAY (SESSION_SCHEDULE ROW) THE   *
      * ETROP91 CATERING INTERFACE HAS ORDERED FOR. HEADCOUNT IS THE   *
      * FIGURE THE CATERER LAST RECEIVED - THE ORIGINAL ORDER ON       *
      * ORDER_DATE, OR THE LATEST OF AMEND_COUNT AMENDMENTS ON         *
      * LAST_SENT_DATE. A NIGHTLY RECOUNT THAT DIFFERS SENDS AN        *
      * AMENDMENT AND MOVES HEADCOUNT ON; A MEETING DAY THAT IS        *
      * CANCELLED, MOVED OR TURNED VIRTUAL IS AMENDED TO ZERO.         *
      ******************************************************************
       01  DCLCATERING-ORDER.
           10 CTO-SESSION-CATG     PIC X(2).
           10 CTO-SESSION-ID       PIC S9(9) USAGE COMP.
           10 CTO-MEETING-DATE     PIC X(10).
           10 CTO-VENUE-ID         PIC X(8).
           10 CTO-HEADCOUNT        PIC S9(4) USAGE COMP.
           10 CTO-ORDER-DATE       PIC X(10).
           10 CTO-AMEND-COUNT      PIC S9(4) USAGE COMP.
           10 CTO-LAST-SENT-DATE   PIC X(10).
           10 CTO-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
