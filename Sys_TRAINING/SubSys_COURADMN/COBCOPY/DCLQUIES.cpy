      ******************************************************************
      * DCLGEN TABLE(DBODEVP.ONLINE_QUIESCE)                           *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLQUIES))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.ONLINE_QUIESCE TABLE
           ( SUBSYSTEM_ID                   CHAR(8) NOT NULL,
             QUIESCE_STATUS                 CHAR(1) NOT NULL,
             QUIESCE_REASON                 CHAR(40) NOT NULL,
             EXPECTED_END                   TIMESTAMP NOT NULL,
             SET_BY_PROGRAM                 CHAR(8) NOT NULL,
             SET_DTS                        TIMESTAMP NOT NULL,
             CLEARED_BY                     CHAR(8) NOT NULL
                                             WITH DEFAULT,
             CLEARED_DTS                    TIMESTAMP NOT NULL
                                             WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.ONLINE_QUIESCE             *
      *                                                                *
      * THE MAINTENANCE-WINDOW SWITCH - ONE ROW PER SUBSYSTEM          *
      * ('COURADMN'). THE ETROP28 DRIVER SETS IT ('Q') AROUND EACH     *
      * STEP THAT MUST NOT RACE THE ONLINE UPDATES (THE ARCHIVE AND    *
      * MONTH-END MONEY JOBS) AND CLEARS IT ('O') WHEN THE STEP        *
      * RETURNS; THE DRIVPARM FORCE-CLEAR CARD CLEARS ONE LEFT BEHIND  *
      * BY AN ABENDED RUN. WHILE IT IS SET EVERY UPDATE-CAPABLE ETRM   *
      * SCREEN AND ETRB SERVICE REFUSES TO UPDATE (SEE CWQUIES) AND    *
      * INQUIRIES CARRY ON. THE ROW IS UPDATED IN PLACE, SO IT ALWAYS  *
      * SHOWS THE LAST SETTING AND WHO CLEARED IT.                     *
      ******************************************************************
       01  DCLONLINE-QUIESCE.
           10 OQS-SUBSYSTEM-ID     PIC X(8).
           10 OQS-QUIESCE-STATUS   PIC X(1).
              88 OQS-STATUS-QUIESCED         VALUE 'Q'.
              88 OQS-STATUS-OPEN             VALUE 'O'.
           10 OQS-QUIESCE-REASON   PIC X(40).
           10 OQS-EXPECTED-END     PIC X(26).
           10 OQS-SET-BY-PROGRAM   PIC X(8).
           10 OQS-SET-DTS          PIC X(26).
           10 OQS-CLEARED-BY       PIC X(8).
           10 OQS-CLEARED-DTS      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
