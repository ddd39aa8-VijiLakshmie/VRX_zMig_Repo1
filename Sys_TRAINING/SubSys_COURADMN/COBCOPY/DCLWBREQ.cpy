      ******************************************************************
      * DCLGEN TABLE(DBODEVP.WEB_BOOKING_REQUEST)                      *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLWBREQ))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.WEB_BOOKING_REQUEST TABLE
           ( REQUEST_ID                     CHAR(36) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             RESULT_CD                      CHAR(1) NOT NULL,
             REASON_CD                      CHAR(1) NOT NULL,
             CONFIRM_NO                     CHAR(8),
             PRICED_FEE                     DECIMAL(9,2),
             WAITLIST_POS                   SMALLINT,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.WEB_BOOKING_REQUEST        *
      *                                                                *
      * ONE ROW PER REQUEST ID THE PUBLIC WEBSITE HAS SENT TO THE      *
      * ETRO006 BOOKING SERVICE, HOLDING THE ANSWER IT WAS GIVEN. THE  *
      * ROW IS CLAIMED (RESULT_CD 'I') BEFORE ETRB002 IS DRIVEN AND    *
      * COMPLETED IN THE SAME UNIT OF WORK, SO A RETRY OF THE SAME     *
      * REQUEST ID - EVEN ONE RACING THE ORIGINAL - GETS THE STORED    *
      * ANSWER BACK INSTEAD OF A SECOND SEAT. RESULT_CD:               *
      *   'A' BOOKED   'W' WAITLISTED   'P' PENDING APPROVAL           *
      *   'R' REJECTED (REASON_CD IS ETRB002'S SIGN-UP RETURN CODE)    *
      * A FAILED BOOKING IS ROLLED BACK WITH ITS CLAIM, SO THE WEBSITE *
      * MAY RETRY IT UNDER THE SAME ID.                                *
      ******************************************************************
       01  DCLWEB-BOOKING-REQUEST.
           10 WBR-REQUEST-ID       PIC X(36).
           10 WBR-SESSION-CATG     PIC X(2).
           10 WBR-SESSION-ID       PIC S9(9) USAGE COMP.
           10 WBR-EMAIL-ADDR.
              49 WBR-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 WBR-EMAIL-ADDR-TEXT PIC X(120).
           10 WBR-RESULT-CD        PIC X(1).
              88 WBR-RESULT-IN-PROGRESS        VALUE 'I'.
              88 WBR-RESULT-BOOKED             VALUE 'A'.
              88 WBR-RESULT-WAITLISTED         VALUE 'W'.
              88 WBR-RESULT-PENDING            VALUE 'P'.
              88 WBR-RESULT-REJECTED           VALUE 'R'.
           10 WBR-REASON-CD        PIC X(1).
           10 WBR-CONFIRM-NO       PIC X(8).
           10 WBR-PRICED-FEE       PIC S9(7)V99 USAGE COMP-3.
           10 WBR-WAITLIST-POS     PIC S9(4) USAGE COMP.
           10 WBR-USR-ID           PIC X(8).
           10 WBR-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
