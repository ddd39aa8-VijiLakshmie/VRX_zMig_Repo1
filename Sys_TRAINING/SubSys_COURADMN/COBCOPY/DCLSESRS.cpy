      ******************************************************************
      * DCLGEN TABLE(DBODEVP.SESSION_RESOURCE)                         *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLSESRS))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.SESSION_RESOURCE TABLE
           ( SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             EQUIP_ID                       CHAR(8) NOT NULL,
             BOOKED_BY                      CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.SESSION_RESOURCE           *
      *                                                                *
      * ONE ROW PER ITEM OF KIT (DCLEQUIP) BOOKED TO A SESSION, UNIQUE *
      * ON SESSION_CATG/SESSION_ID/EQUIP_ID. THE BOOKING CARRIES NO    *
      * DATES OF ITS OWN - IT HOLDS THE ITEM FOR THE SESSION'S WINDOW  *
      * (START DATE PLUS DURATION), SO AN ETRB012 RESCHEDULE MOVES IT  *
      * WITH THE SESSION (AFTER RE-CHECKING THE KIT AGAINST THE NEW    *
      * WINDOW) AND THE ETRB006 CANCEL CASCADE DELETES IT, RELEASING   *
      * THE ITEM. ETRB030 ADDS AND RELEASES ROWS; BOOKED_BY IS THE     *
      * USR_ID THE CALLER VOUCHED FOR. ETROP98 READS THEM FOR THE      *
      * WEEKLY KIT-MOVEMENT LIST.                                      *
      ******************************************************************
       01  DCLSESSION-RESOURCE.
           10 SRS-SESSION-CATG     PIC X(2).
           10 SRS-SESSION-ID       PIC S9(9) USAGE COMP.
           10 SRS-EQUIP-ID         PIC X(8).
           10 SRS-BOOKED-BY        PIC X(8).
           10 SRS-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
