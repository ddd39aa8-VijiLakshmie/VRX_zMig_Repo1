      *    EVERYTHING, THROWING AWAY EVERY REGISTRATION. THE SESSION
      *    KEY NEVER CHANGES, SO THE SESSION_INSTRUCTOR ROWS AND ALL
      *    REGISTRATIONS CARRY FORWARD UNTOUCHED; ONLY THE DATES MOVE.
      *    THE SESSION'S KIT BOOKINGS (DCLSESRS) MOVE WITH IT THE SAME
      *    WAY, ONCE EVERY ITEM HAS BEEN RE-CHECKED FOR THE NEW DATES.
      *    THE MEETING CALENDAR (SESSION_SCHEDULE) SHIFTS BY THE SAME
      *    NUMBER OF DAYS AS THE START DATE, AND THE SESSION'S PENDING
      *    REVENUE SLICES ARE RE-SPREAD OVER THE MOVED MEETINGS
      *    (CPREVSCH) SO INCOME IS RECOGNIZED WHEN THE COURSE IS NOW
      *    DELIVERED.
       PROGRAM-ID. ETRB012.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           10 WS-SESSION-CATG          PIC X(2).
           10 WS-SESSION-ID            PIC S9(9) USAGE COMP.
           10 WS-NEW-START-DATE        PIC X(10).
           10 WS-OLD-START-DATE        PIC X(10).
           10 WS-NEW-END-DATE          PIC X(10).
      *    -1 WHEN THE BUSINESS-DAY WALK FAILED - THE END DATE GOES
      *    IN NULL AND ETROP07 SETS IT ON ITS NEXT RUN.
           EXEC SQL
                INCLUDE CWHDRTRL
           END-EXEC.
      *    REVENUE-RECOGNITION SCHEDULE RE-SPREAD - SEE CWREVSCH.
           EXEC SQL
                INCLUDE CWREVSCH
           END-EXEC.
      *    ACTIVE-REGISTRANTS-TO-NOTIFY IS READ AFTER THE DATE MOVES,
      *    SO EVERY STILL-ACTIVE REGISTRANT GETS A DATE-CHANGE NOTICE.
           EXEC SQL DECLARE ACTIVE-REGISTRANTS-TO-NOTIFY CURSOR
               AND SESSION_ID   = :WS-SESSION-ID
               AND REG_STATUS   = 'A'
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-RESCHEDULE-PARM IDENTIFIES THE SESSION TO MOVE AND THE
      *    NEW START DATE. LS-RETURN-CODE COMES BACK '0' WHEN THE
      *    CHECK RE-RUN AGAINST THE NEW DATE - NOTHING IS MOVED), 'R'
      *    WHEN THE SESSION'S ASSIGNED ROOM IS ALREADY BOOKED BY
      *    ANOTHER SESSION OVER THE NEW WINDOW (ETRB017'S ROOM CHECK
      *    RE-RUN - NOTHING IS MOVED), 'K' WHEN AN ITEM OF KIT BOOKED
      *    TO THE SESSION IS ALREADY BOOKED TO ANOTHER SESSION OVER
      *    THE NEW WINDOW (ETRB030'S KIT CHECK RE-RUN - NOTHING IS
      *    MOVED), AND '9' ON ANY OTHER SQL FAILURE.
       01  LS-RESCHEDULE-PARM.
           10 LS-SESSION-CATG          PIC X(2).
           10 LS-SESSION-ID            PIC S9(9) USAGE COMP.
              88 LS-RESCHEDULE-NOT-FOUND         VALUE 'N'.
              88 LS-RESCHEDULE-CONFLICT          VALUE 'C'.
              88 LS-RESCHEDULE-ROOM-CLASH         VALUE 'R'.
              88 LS-RESCHEDULE-KIT-CLASH         VALUE 'K'.
              88 LS-RESCHEDULE-FAILED            VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-RESCHEDULE-QUIESCED          VALUE 'Q'.
       PROCEDURE DIVISION USING LS-RESCHEDULE-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-RESCHEDULE-QUIESCED TO TRUE
               DISPLAY ' RESCHEDULE REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE LS-SESSION-CATG        TO WS-SESSION-CATG.
           MOVE LS-SESSION-ID          TO WS-SESSION-ID.
           MOVE LS-NEW-START-DATE      TO WS-NEW-START-DATE.
           IF LS-RESCHEDULE-OK AND WS-HOLD-VENUE-IND >= 0
               PERFORM CHECK-ROOM-CONFLICT-PARA
           END-IF.
           IF LS-RESCHEDULE-OK
               PERFORM CHECK-KIT-CONFLICT-PARA
           END-IF.
           IF LS-RESCHEDULE-OK
               PERFORM COMPUTE-NEW-END-DATE-PARA
               PERFORM UPDATE-SESSION-DATES-PARA
           END-IF.
           IF LS-RESCHEDULE-OK
               PERFORM MOVE-MEETINGS-PARA
           END-IF.
           IF LS-RESCHEDULE-OK
               MOVE WS-SESSION-CATG    TO RSC-SESSION-CATG
               MOVE WS-SESSION-ID      TO RSC-SESSION-ID
               PERFORM REBUILD-REV-SCHEDULE-PARA
           END-IF.
           IF LS-RESCHEDULE-OK
               PERFORM WRITE-RESCHEDULE-NOTICES-PARA
           END-IF.
       GET-SESSION-PARA.
           EXEC SQL
             SELECT SESSION_DURATION, USR_ID, SESSION_STATUS,
                    VENUE_ID, SESSION_START_DATE
               INTO :WS-HOLD-DURATION, :WS-HOLD-USR-ID,
                    :WS-HOLD-STATUS,
                    :WS-HOLD-VENUE-ID :WS-HOLD-VENUE-IND,
                    :WS-OLD-START-DATE
               FROM DBODEVP.TRAINING_SESSION
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                   WS-HOLD-VENUE-ID
           END-IF.
      *
      * CHECK-KIT-CONFLICT-PARA re-runs ETRB030's kit double-booking
      * check against the NEW window for every item booked to the
      * session, excluding the session itself - a session with no
      * kit counts nothing. FAIL CLOSED ON A CHECK SQL ERROR, THE SAME
      * WAY THE ROOM CHECK ABOVE DOES.
       CHECK-KIT-CONFLICT-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CONFLICT-COUNT
               FROM DBODEVP.SESSION_RESOURCE M,
                    DBODEVP.SESSION_RESOURCE R,
                    DBODEVP.TRAINING_SESSION S
              WHERE M.SESSION_CATG       = :WS-SESSION-CATG
                AND M.SESSION_ID         = :WS-SESSION-ID
                AND R.EQUIP_ID           = M.EQUIP_ID
                AND S.SESSION_CATG       = R.SESSION_CATG
                AND S.SESSION_ID         = R.SESSION_ID
                AND S.SESSION_STATUS     NOT = 'C'
                AND NOT (S.SESSION_CATG = :WS-SESSION-CATG
                     AND S.SESSION_ID   = :WS-SESSION-ID)
                AND S.SESSION_START_DATE <
                     (:WS-NEW-START-DATE +
                      :WS-HOLD-DURATION DAYS)
                AND (S.SESSION_START_DATE + S.SESSION_DURATION DAYS)
                     > :WS-NEW-START-DATE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0
               DISPLAY ' KIT CHECK FAILED - REJECTING REQUEST '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               MOVE 1 TO WS-CONFLICT-COUNT
           END-IF.
           IF WS-CONFLICT-COUNT > 0
               SET LS-RESCHEDULE-KIT-CLASH TO TRUE
               DISPLAY ' SESSION NOT MOVED - KIT ALREADY BOOKED : '
                   WS-CONFLICT-COUNT ' CLASH(ES)'
           END-IF.
      *
      * COMPUTE-NEW-END-DATE-PARA recomputes SESSION_END_DATE from the
      * new start date plus the existing duration, through the shared
      * business-day math (CWBUSDAY/CPBUSDAY) - the same computation
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * MOVE-MEETINGS-PARA shifts every meeting row of the session by
      * the days the start date moved, so the calendar ETROP11 prints
      * and the revenue schedule spreads over travel with the course.
      * A session with no meeting rows has nothing to move.
       MOVE-MEETINGS-PARA.
           EXEC SQL
             UPDATE DBODEVP.SESSION_SCHEDULE
                SET MEETING_DATE = MEETING_DATE
                                 + (DAYS(:WS-NEW-START-DATE)
                                  - DAYS(:WS-OLD-START-DATE)) DAYS
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LS-RESCHEDULE-FAILED TO TRUE
               DISPLAY ' MEETING CALENDAR MOVE FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *
      * WRITE-RESCHEDULE-NOTICES-PARA extracts every still-active
      * registrant into the flat file the mail-merge job reads - one
      * date-change notice each, same shape as ETRB006's CANCMRG.
       WRITE-RESCHEDULE-NOTICES-PARA.
           OPEN OUTPUT RESCHED-NOTICE-FILE.
           MOVE 'ETRB012'               TO HT-PROGRAM-ID.
           MOVE 'RESCMRG'               TO HT-INTERFACE-NAME.
           MOVE 'MAILING SYSTEM'        TO HT-DESTINATION.
           PERFORM BUILD-HEADER-PARA.
           MOVE HT-IO-RECORD            TO RESCHED-NOTICE-RECORD.
           WRITE RESCHED-NOTICE-RECORD.
           EXEC SQL
             INCLUDE CPHDRTRL
           END-EXEC.
      *    REVENUE-RECOGNITION SCHEDULE RE-SPREAD.
           EXEC SQL
             INCLUDE CPREVSCH
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
