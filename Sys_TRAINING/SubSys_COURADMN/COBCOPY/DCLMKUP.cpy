      ******************************************************************
      * DCLGEN TABLE(DBODEVP.MAKEUP_BOOKING)                           *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLMKUP))              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.MAKEUP_BOOKING TABLE
           ( SESSION_CATG                   CHAR(2) NOT NULL,
             ORIG_SESSION_ID                INTEGER NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             MISSED_DATE                    DATE NOT NULL,
             HOST_SESSION_ID                INTEGER NOT NULL,
             HOST_MEETING_DATE              DATE NOT NULL,
             MAKEUP_STATUS                  CHAR(1) NOT NULL
                                             WITH DEFAULT 'B',
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.MAKEUP_BOOKING             *
      *                                                                *
      * A DELEGATE WHO MISSED ONE MEETING OF A MULTI-DAY SESSION       *
      * (MISSED_DATE, A SESSION_SCHEDULE DATE OF THE ORIGINAL SESSION) *
      * SITS THAT DAY ON ONE MEETING OF A LATER SESSION OF THE SAME    *
      * SESSION_CATG (HOST_SESSION_ID / HOST_MEETING_DATE) INSTEAD OF  *
      * REBOOKING THE WHOLE COURSE. KEYED ON THE ORIGINAL REGISTRATION *
      * PLUS THE MISSED DATE - ONE MAKE-UP PER MISSED DAY.             *
      *                                                                *
      * A MAKE-UP IS NOT A REGISTRATION ON THE HOST: IT BILLS NOTHING  *
      * AND TAKES NO SEAT ON THE HOST SESSION AS A WHOLE, ONLY ON THE  *
      * ONE MEETING - ETRB035 COUNTS THE HOST'S ACTIVE SEATS, OPEN     *
      * HOLDS AND THE MEETING'S BOOKED MAKE-UPS AGAINST CAPACITY.      *
      * ETRM005 SHOWS THE MAKE-UP ON THE HOST MEETING'S ROSTER, AFTER  *
      * THE REGISTRANTS, AND THE MARK IS WRITTEN TO ATTENDANCE UNDER   *
      * THE HOST SESSION KEY AND MEETING DATE. ETROP22 COUNTS A        *
      * PRESENT MAKE-UP TOWARDS THE ORIGINAL REGISTRATION'S COMPLETION *
      * AND HOLDS THE STAMP WHILE A BOOKED MAKE-UP IS STILL TO COME.   *
      * ETROP72 LISTS MAKE-UPS SEPARATELY IN THE HOST'S PACK.          *
      *                                                                *
      * MAKEUP_STATUS: 'B' BOOKED, 'X' CANCELLED. A CANCELLED ROW IS   *
      * RE-USED IF THE DAY IS BOOKED AGAIN. USR_ID IS WHO BOOKED OR    *
      * CANCELLED IT.                                                  *
      ******************************************************************
       01  DCLMAKEUP-BOOKING.
           10 MKU-SESSION-CATG     PIC X(2).
           10 MKU-ORIG-SESSION-ID  PIC S9(9) USAGE COMP.
           10 MKU-EMAIL-ADDR.
              49 MKU-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 MKU-EMAIL-ADDR-TEXT PIC X(120).
           10 MKU-MISSED-DATE      PIC X(10).
           10 MKU-HOST-SESSION-ID  PIC S9(9) USAGE COMP.
           10 MKU-HOST-MEETING-DATE PIC X(10).
           10 MKU-MAKEUP-STATUS    PIC X(1).
              88 MKU-STATUS-BOOKED           VALUE 'B'.
              88 MKU-STATUS-CANCELLED        VALUE 'X'.
           10 MKU-USR-ID           PIC X(8).
           10 MKU-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
