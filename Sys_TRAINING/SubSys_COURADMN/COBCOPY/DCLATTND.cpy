      *                                                                 *
      * ATTEND_STATUS: 'P' = PRESENT, 'A' = ABSENT. USR_ID IS THE       *
      * INSTRUCTOR/COORDINATOR WHO KEYED THE MARK.                      *
      *                                                                 *
      * FOR VIRTUAL/HYBRID SESSIONS ETROP99 ALSO WRITES MARKS FROM THE  *
      * MEETING PLATFORM'S JOIN/LEAVE LOG, WITH USR_ID 'ETROP99'. THE   *
      * IMPORT ONLY EVER REWRITES ITS OWN ROWS - A MARK KEYED ON        *
      * ETRM005 ALWAYS STANDS.                                          *
      ******************************************************************
       01  DCLATTENDANCE.
           10 ATT-SESSION-CATG     PIC X(2).
