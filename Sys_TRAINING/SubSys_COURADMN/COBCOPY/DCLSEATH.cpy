      ******************************************************************
      * DCLGEN TABLE(DBODEVP.SEAT_HOLD)                                *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLSEATH))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.SEAT_HOLD TABLE
           ( HOLD_ID                        INTEGER NOT NULL,
             ORG_CODE                       CHAR(8) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             SEATS_HELD                     INTEGER NOT NULL,
             SEATS_CONVERTED                INTEGER NOT NULL
                                             WITH DEFAULT 0,
             SEATS_RELEASED                 INTEGER NOT NULL
                                             WITH DEFAULT 0,
             HOLD_EXPIRY_DATE               DATE NOT NULL,
             HOLD_STATUS                    CHAR(1) NOT NULL
                                             WITH DEFAULT 'O',
             WARNED_DATE                    DATE,
             HOLD_USR_ID                    CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.SEAT_HOLD                  *
      *                                                                *
      * PROVISIONAL SEATS AN ORGANIZATION HAS ASKED US TO KEEP FOR IT  *
      * ON A SESSION BEFORE IT CAN NAME THE DELEGATES ("HOLD 8 SEATS,  *
      * NAMES TO FOLLOW"). A HOLD IS NOT A REGISTRATION - IT BILLS     *
      * NOTHING AND SENDS NO JOINING INSTRUCTIONS - BUT ITS OPEN       *
      * SEATS (SEATS_HELD LESS SEATS_CONVERTED ON AN OPEN ROW) COUNT   *
      * AGAINST SESSION_CAPACITY WHEREVER A SEAT IS GIVEN OUT: THE     *
      * ETRB002 SIGN-UP CHECK, THE ETROP06 WAITLIST OFFER ROUND AND    *
      * THE ETRB020 OFFER ACCEPT.                                      *
      *                                                                *
      * ETRB032 PLACES, CONVERTS AND RELEASES HOLDS. EACH CONVERSION   *
      * TURNS ONE HELD SEAT INTO A NAMED REGISTRATION THROUGH THE      *
      * NORMAL ETRB002 SIGN-UP (SEATS_CONVERTED + 1 IN THE SAME UNIT   *
      * OF WORK). ETROP115 WARNS THE ORG'S BILLING CONTACT A FEW       *
      * BUSINESS DAYS BEFORE HOLD_EXPIRY_DATE (WARNED_DATE STAMPS THE  *
      * WARNING) AND RELEASES WHATEVER IS STILL UNNAMED ON THE         *
      * EXPIRY DATE; ETROP06 THEN OFFERS THE FREED SEATS TO THE        *
      * WAITLIST.                                                      *
      *                                                                *
      * HOLD_STATUS: 'O' OPEN, 'C' EVERY SEAT CONVERTED, 'R' RELEASED  *
      * BY STAFF, 'X' EXPIRED AND RELEASED BY ETROP115. SEATS_RELEASED *
      * IS HOW MANY UNNAMED SEATS WENT BACK TO THE SESSION AT CLOSE.   *
      ******************************************************************
       01  DCLSEAT-HOLD.
           10 SHD-HOLD-ID          PIC S9(9) USAGE COMP.
           10 SHD-ORG-CODE         PIC X(8).
           10 SHD-SESSION-CATG     PIC X(2).
           10 SHD-SESSION-ID       PIC S9(9) USAGE COMP.
           10 SHD-SEATS-HELD       PIC S9(9) USAGE COMP.
           10 SHD-SEATS-CONVERTED  PIC S9(9) USAGE COMP.
           10 SHD-SEATS-RELEASED   PIC S9(9) USAGE COMP.
           10 SHD-HOLD-EXPIRY-DATE PIC X(10).
           10 SHD-HOLD-STATUS      PIC X(1).
              88 SHD-STATUS-OPEN             VALUE 'O'.
              88 SHD-STATUS-CONVERTED        VALUE 'C'.
              88 SHD-STATUS-RELEASED         VALUE 'R'.
              88 SHD-STATUS-EXPIRED          VALUE 'X'.
           10 SHD-WARNED-DATE      PIC X(10).
           10 SHD-HOLD-USR-ID      PIC X(8).
           10 SHD-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
