      ******************************************************************
      * DCLGEN TABLE(DBODEVP.PARTNER_RATE)                             *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLPTNRT))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.PARTNER_RATE TABLE
           ( PARTNER_CODE                   CHAR(8) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             COMMISSION_PCT                 DECIMAL(5,2) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.PARTNER_RATE               *
      *                                                                *
      * THE COMMISSION A PARTNER (DCLPARTN) IS OWED, AS A PERCENTAGE   *
      * OF THE SEAT'S PRICED FEE, PER SESSION CATEGORY. A ROW WITH     *
      * SESSION_CATG '**' IS THE PARTNER'S DEFAULT RATE FOR ANY        *
      * CATEGORY WITHOUT A ROW OF ITS OWN; A BOOKING IN A CATEGORY     *
      * WITH NEITHER EARNS NOTHING AND IS LISTED ON THE ETROP107       *
      * STATEMENT RUN AS HAVING NO RATE ON FILE.                       *
      ******************************************************************
       01  DCLPARTNER-RATE.
           10 PTR-PARTNER-CODE     PIC X(8).
           10 PTR-SESSION-CATG     PIC X(2).
              88 PTR-DEFAULT-RATE            VALUE '**'.
           10 PTR-COMMISSION-PCT   PIC S9(3)V99 USAGE COMP-3.
           10 PTR-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
