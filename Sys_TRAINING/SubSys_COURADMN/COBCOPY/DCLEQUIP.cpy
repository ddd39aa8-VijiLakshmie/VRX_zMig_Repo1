      ******************************************************************
      * DCLGEN TABLE(DBODEVP.EQUIPMENT)                                *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLEQUIP))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.EQUIPMENT TABLE
           ( EQUIP_ID                       CHAR(8) NOT NULL,
             EQUIP_TYPE                     CHAR(4) NOT NULL,
             EQUIP_DESC                     VARCHAR(60) NOT NULL,
             HOME_VENUE_ID                  CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.EQUIPMENT                  *
      *                                                                *
      * THE PORTABLE TRAINING-KIT MASTER - ONE ROW PER ITEM THAT MOVES *
      * BETWEEN ROOMS (LAPTOP TROLLEY, PROJECTOR, FIRST-AID MANIKIN).  *
      * EQUIP_TYPE IS A SHORT HOUSE CODE (E.G. 'LAPT', 'PROJ', 'MANK') *
      * FOR GROUPING ON THE KIT-MOVEMENT LIST. HOME_VENUE_ID IS THE    *
      * VENUE MASTER ROOM THE ITEM IS STORED IN BETWEEN BOOKINGS.      *
      * ETRB029 MAINTAINS THE ROWS; ETRB030 BOOKS AN ITEM TO A SESSION *
      * (DCLSESRS) WITH THE ETRB017 DATE-WINDOW DOUBLE-BOOKING CHECK.  *
      ******************************************************************
       01  DCLEQUIPMENT.
           10 EQP-EQUIP-ID         PIC X(8).
           10 EQP-EQUIP-TYPE       PIC X(4).
           10 EQP-EQUIP-DESC.
              49 EQP-EQUIP-DESC-LEN  PIC S9(4) USAGE COMP.
              49 EQP-EQUIP-DESC-TEXT PIC X(60).
           10 EQP-HOME-VENUE-ID    PIC X(8).
           10 EQP-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
