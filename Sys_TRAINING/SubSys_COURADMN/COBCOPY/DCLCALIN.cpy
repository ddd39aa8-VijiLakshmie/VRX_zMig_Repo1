      ******************************************************************
      * DCLGEN TABLE(DBODEVP.CALENDAR_INVITE)                          *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLCALIN))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.CALENDAR_INVITE TABLE
           ( INVITE_NO                      INTEGER NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             RECIPIENT_TYPE                 CHAR(1) NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             ENO                            CHAR(4) NOT NULL,
             SEQUENCE_NO                    SMALLINT NOT NULL,
             MEETING_COUNT                  SMALLINT NOT NULL,
             SCHEDULE_SIG                   DECIMAL(15,0) NOT NULL,
             VENUE_ID                       CHAR(8) NOT NULL,
             DELIVERY_MODE                  CHAR(1) NOT NULL,
             MEETING_LINK                   VARCHAR(120) NOT NULL,
             INVITE_STATUS                  CHAR(1) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.CALENDAR_INVITE            *
      *                                                                *
      * ONE ROW PER CALENDAR INVITATION ETROP100 HAS SENT - ONE PER    *
      * RECIPIENT PER SESSION, UNIQUE ON SESSION_CATG/SESSION_ID/      *
      * RECIPIENT_TYPE/EMAIL_ADDR, AND ON INVITE_NO (MAX + 1).         *
      * RECIPIENT_TYPE: 'R' REGISTRANT, 'I' INSTRUCTOR (ASSIGNED OR    *
      * SUBSTITUTE - ENO SAYS WHICH EMP999 ROW; SPACES FOR A           *
      * REGISTRANT).                                                   *
      *                                                                *
      * EACH MEETING IN THE INVITE IS ONE CALENDAR EVENT WHOSE UID IS  *
      * BUILT FROM INVITE_NO AND THE MEETING'S PLACE IN THE LIST, SO   *
      * AN UPDATE OR CANCELLATION LANDS ON THE SAME CALENDAR ENTRY     *
      * THE ORIGINAL CREATED. SEQUENCE_NO IS THE ICALENDAR SEQUENCE    *
      * LAST SENT (0 ON THE FIRST INVITE, +1 FOR EVERY CHANGE).        *
      *                                                                *
      * MEETING_COUNT, SCHEDULE_SIG, VENUE_ID, DELIVERY_MODE AND       *
      * MEETING_LINK ARE WHAT THE LAST INVITE SAID: SCHEDULE_SIG IS A  *
      * CHECKSUM OF THE MEETING DATES AND TIMES SENT. THE NIGHTLY RUN  *
      * RECOMPUTES THEM, AND ANY DIFFERENCE (AN ETRB012 RESCHEDULE,    *
      * AN ETRB015 SCHEDULE EDIT, AN ETRB017 ROOM CHANGE, A NEW        *
      * SUBSTITUTE) SENDS AN UPDATE. VENUE_ID IS SPACES AND            *
      * MEETING_LINK EMPTY WHEN THE SESSION HAS NONE.                  *
      *                                                                *
      * INVITE_STATUS: 'A' ACTIVE, 'C' CANCELLED - THE REGISTRATION    *
      * WAS CANCELLED (ETRB003), THE SESSION WAS (ETRB006), OR THE     *
      * INSTRUCTOR NO LONGER TEACHES ANY OF IT. A CANCELLED ROW IS     *
      * KEPT: IF THE RECIPIENT COMES BACK THE SAME UIDS ARE REUSED.    *
      ******************************************************************
       01  DCLCALENDAR-INVITE.
           10 CIV-INVITE-NO        PIC S9(9) USAGE COMP.
           10 CIV-SESSION-CATG     PIC X(2).
           10 CIV-SESSION-ID       PIC S9(9) USAGE COMP.
           10 CIV-RECIPIENT-TYPE   PIC X(1).
              88 CIV-TYPE-REGISTRANT        VALUE 'R'.
              88 CIV-TYPE-INSTRUCTOR        VALUE 'I'.
           10 CIV-EMAIL-ADDR.
              49 CIV-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 CIV-EMAIL-ADDR-TEXT PIC X(120).
           10 CIV-ENO              PIC X(4).
           10 CIV-SEQUENCE-NO      PIC S9(4) USAGE COMP.
           10 CIV-MEETING-COUNT    PIC S9(4) USAGE COMP.
           10 CIV-SCHEDULE-SIG     PIC S9(15)V USAGE COMP-3.
           10 CIV-VENUE-ID         PIC X(8).
           10 CIV-DELIVERY-MODE    PIC X(1).
           10 CIV-MEETING-LINK.
              49 CIV-MEETING-LINK-LEN  PIC S9(4) USAGE COMP.
              49 CIV-MEETING-LINK-TEXT PIC X(120).
           10 CIV-INVITE-STATUS    PIC X(1).
              88 CIV-STATUS-ACTIVE          VALUE 'A'.
              88 CIV-STATUS-CANCELLED       VALUE 'C'.
           10 CIV-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
