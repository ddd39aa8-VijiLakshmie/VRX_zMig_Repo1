      ******************************************************************
      * DCLGEN TABLE(DBODEVP.SESSION_PROPOSAL)                         *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLSESPR))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.SESSION_PROPOSAL TABLE
           ( PLAN_QUARTER                   CHAR(6) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             PROPOSAL_SEQ                   SMALLINT NOT NULL,
             SESSION_START_DATE             DATE NOT NULL,
             SESSION_END_DATE               DATE NOT NULL,
             SESSION_DURATION               SMALLINT NOT NULL,
             SESSION_CAPACITY               SMALLINT NOT NULL,
             ENO                            CHAR(4) NOT NULL,
             VENUE_ID                       CHAR(8) NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             PROPOSAL_STATUS                CHAR(1) NOT NULL
                                             WITH DEFAULT 'P',
             LOADED_SESSION_ID              INTEGER,
             LOAD_NOTE                      VARCHAR(40),
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.SESSION_PROPOSAL           *
      *                                                                *
      * THE PLANNER'S DRAFT CALENDAR. ETROP116 WRITES ONE ROW PER      *
      * SESSION IT CAN PLACE FOR A QUARTER (PLAN_QUARTER CCYYQN) AND   *
      * CATEGORY - A BUSINESS-DAY START, A QUALIFIED INSTRUCTOR WITH   *
      * NO BLACKOUT OR OVERLAPPING ASSIGNMENT, AND A ROOM WITH THE     *
      * SEATS AND NO OVERLAPPING BOOKING. NOTHING HERE IS A SESSION    *
      * YET: STAFF REVIEW THE PLANRPT LISTING AND FLIP THE ROWS THEY   *
      * WANT TO 'A' (OR 'R' TO TURN ONE DOWN) BY SQL. ETROP117 THEN    *
      * LOADS EVERY 'A' ROW THROUGH ETRB005, ETRB017 AND ETRB004 -     *
      * THE SAME EDITS A HAND-KEYED SESSION TAKES - AND STAMPS THE     *
      * NEW SESSION_ID OR THE REASON IT BOUNCED.                       *
      *                                                                *
      * SESSION_END_DATE IS THE BUSINESS-DAY END (CPBUSDAY), FOR THE   *
      * LISTING ONLY; THE OVERLAP TESTS USE THE SAME                   *
      * [START, START+DURATION DAYS) WINDOW ETRB004/005/017 USE.       *
      * USR_ID IS THE CREATING USER FROM THE PLANPARM CARD, WHO MUST   *
      * ALSO HOLD ASSIGNIN AUTHORITY FOR THE LOAD TO ASSIGN THE        *
      * INSTRUCTOR.                                                    *
      *                                                                *
      * PROPOSAL_STATUS: 'P' PROPOSED (A RE-RUN OF ETROP116 FOR THE    *
      * SAME QUARTER/CATEGORY REPLACES THESE), 'A' APPROVED, 'R'       *
      * REJECTED BY STAFF, 'L' LOADED (LOADED_SESSION_ID SET), 'F'     *
      * LOAD FAILED (LOAD_NOTE SAYS WHY - NOTHING WAS LEFT BEHIND).    *
      * 'P' AND 'A' ROWS HOLD THEIR INSTRUCTOR, ROOM AND CREATOR       *
      * AGAINST LATER PROPOSALS THE SAME WAY A LIVE SESSION DOES.      *
      ******************************************************************
       01  DCLSESSION-PROPOSAL.
           10 SPR-PLAN-QUARTER     PIC X(6).
           10 SPR-SESSION-CATG     PIC X(2).
           10 SPR-PROPOSAL-SEQ     PIC S9(4) USAGE COMP.
           10 SPR-SESSION-START-DATE
                                   PIC X(10).
           10 SPR-SESSION-END-DATE PIC X(10).
           10 SPR-SESSION-DURATION PIC S9(4) USAGE COMP.
           10 SPR-SESSION-CAPACITY PIC S9(4) USAGE COMP.
           10 SPR-ENO              PIC X(4).
           10 SPR-VENUE-ID         PIC X(8).
           10 SPR-USR-ID           PIC X(8).
           10 SPR-PROPOSAL-STATUS  PIC X(1).
              88 SPR-STATUS-PROPOSED         VALUE 'P'.
              88 SPR-STATUS-APPROVED         VALUE 'A'.
              88 SPR-STATUS-REJECTED         VALUE 'R'.
              88 SPR-STATUS-LOADED           VALUE 'L'.
              88 SPR-STATUS-LOAD-FAILED      VALUE 'F'.
           10 SPR-LOADED-SESSION-ID
                                   PIC S9(9) USAGE COMP.
           10 SPR-LOAD-NOTE.
              49 SPR-LOAD-NOTE-LEN  PIC S9(4) USAGE COMP.
              49 SPR-LOAD-NOTE-TEXT PIC X(40).
           10 SPR-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
