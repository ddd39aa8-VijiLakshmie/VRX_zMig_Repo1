       IDENTIFICATION DIVISION.
      *    ETRB035 BOOKS (OR CANCELS) A MAKE-UP DAY. A DELEGATE WHO
      *    MISSED ONE MEETING OF A MULTI-DAY COURSE - ILLNESS ON DAY
      *    2 - USED TO REBOOK AND PAY FOR THE WHOLE COURSE AGAIN, OR
      *    BE STAMPED INCOMPLETE BY ETROP22. HERE THE MISSED DAY IS
      *    ATTACHED TO A SINGLE SESSION_SCHEDULE MEETING OF A LATER
      *    SESSION OF THE SAME SESSION_CATG (DCLMKUP):
      *      - THE ORIGINAL REGISTRATION MUST BE ACTIVE, AND THE
      *        MISSED DATE ONE OF ITS SESSION'S SCHEDULED MEETINGS
      *        THAT THE DELEGATE WAS NOT MARKED PRESENT AT;
      *      - THE HOST MUST BE ANOTHER, NOT CANCELLED SESSION OF THE
      *        CATEGORY, AND THE HOST MEETING ONE OF ITS SCHEDULED
      *        MEETINGS, LATER THAN THE MISSED DAY AND NOT YET PAST.
      *        THE DELEGATE MUST NOT ALREADY HOLD A SEAT ON IT;
      *      - THE MAKE-UP COUNTS AGAINST THAT MEETING'S CAPACITY
      *        ONLY: THE HOST'S ACTIVE SEATS AND OPEN HOLDS PLUS THE
      *        MAKE-UPS ALREADY BOOKED ON THE SAME MEETING DATE MUST
      *        LEAVE ROOM UNDER SESSION_CAPACITY. THE HOST ROW IS
      *        LATCHED FIRST (THE ETRB002 SHAPE) SO TWO BOOKINGS
      *        CANNOT RACE FOR THE LAST CHAIR. NOTHING IS BILLED AND
      *        THE HOST'S SEAT COUNT ELSEWHERE IS UNTOUCHED.
      *    ETRM005 THEN SHOWS THE DELEGATE ON THE HOST MEETING'S
      *    ROSTER AS A MAKE-UP, AND ETROP22 COUNTS THE MARK TOWARDS
      *    THE ORIGINAL REGISTRATION. A CANCEL FLIPS THE BOOKING TO
      *    'X' WHILE THE HOST MEETING IS STILL TO COME.
      *    NO COMMIT IS TAKEN HERE; THE CHANGES RIDE THE CALLER'S
      *    UNIT OF WORK.
       PROGRAM-ID. ETRB035.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SQLCODE PIC +(11).
       01  WS-MAKEUP-WORK.
           10 WS-ROW-COUNT            PIC S9(9) USAGE COMP.
           10 WS-PRESENT-COUNT        PIC S9(9) USAGE COMP.
           10 WS-CHK-CAPACITY         PIC S9(4) USAGE COMP.
           10 WS-CHK-TAKEN-COUNT      PIC S9(9) USAGE COMP.
           10 WS-OLD-STATUS           PIC X(1).
              88 WS-OLD-BOOKED                  VALUE 'B'.
              88 WS-OLD-CANCELLED               VALUE 'X'.
              88 WS-NO-OLD-ROW                  VALUE SPACES.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
      *    MAKE-UP BOOKINGS - SEE DCLMKUP.
           EXEC SQL
                INCLUDE DCLMKUP
           END-EXEC.
      *    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK. CWERRLOG RIDES
      *    ALONG SO A DENIAL CAN BE LOGGED THROUGH CPERRBAT.
           EXEC SQL
                INCLUDE CWERRLOG
           END-EXEC.
           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-MAKEUP-PARM NAMES THE ORIGINAL REGISTRATION (SESSION KEY
      *    AND EMAIL, THE ETRB003 KEY), THE MEETING DATE MISSED, AND
      *    THE HOST SESSION ID AND MEETING DATE (THE CATEGORY IS THE
      *    ORIGINAL'S). LS-ACTION 'B' BOOKS, 'X' CANCELS - A CANCEL
      *    NEEDS ONLY THE ORIGINAL KEY AND THE MISSED DATE.
      *    LS-RETURN-CODE COMES BACK '0' DONE, 'N' NO ACTIVE
      *    REGISTRATION FOR THE KEY, 'D' THE MISSED DATE IS NOT A
      *    MEETING OF THE SESSION OR THE DELEGATE WAS PRESENT AT IT,
      *    'H' THE HOST IS NOT A LATER, LIVE MEETING OF THE SAME
      *    CATEGORY, 'A' THE DELEGATE IS ALREADY ON THE HOST SESSION
      *    OR THE DAY IS ALREADY MADE UP, 'F' THE HOST MEETING IS
      *    FULL, 'C' NOTHING TO CANCEL (OR THE HOST MEETING HAS
      *    PASSED), 'E' BAD ACTION, 'X' NOT AUTHORIZED, AND '9' ON
      *    ANY SQL FAILURE (CALLER MUST ROLL BACK).
       01  LS-MAKEUP-PARM.
           10 LS-ACTION               PIC X(1).
              88 LS-ACTION-BOOK                 VALUE 'B'.
              88 LS-ACTION-CANCEL               VALUE 'X'.
           10 LS-SESSION-CATG         PIC X(2).
           10 LS-SESSION-ID           PIC S9(9) USAGE COMP.
           10 LS-EMAIL-ADDR           PIC X(120).
           10 LS-MISSED-DATE          PIC X(10).
           10 LS-HOST-SESSION-ID      PIC S9(9) USAGE COMP.
           10 LS-HOST-MEETING-DATE    PIC X(10).
           10 LS-RETURN-CODE          PIC X(1).
              88 LS-MAKEUP-OK                   VALUE '0'.
              88 LS-MAKEUP-NOT-FOUND            VALUE 'N'.
              88 LS-MAKEUP-BAD-MISSED-DAY       VALUE 'D'.
              88 LS-MAKEUP-BAD-HOST             VALUE 'H'.
              88 LS-MAKEUP-ALREADY-BOOKED       VALUE 'A'.
              88 LS-MAKEUP-MEETING-FULL         VALUE 'F'.
              88 LS-MAKEUP-NOTHING-TO-CANCEL    VALUE 'C'.
              88 LS-MAKEUP-BAD-INPUT            VALUE 'E'.
              88 LS-MAKEUP-UNAUTHORIZED         VALUE 'X'.
              88 LS-MAKEUP-FAILED               VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-MAKEUP-QUIESCED             VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-MAKEUP-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-MAKEUP-OK           TO TRUE.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-MAKEUP-QUIESCED TO TRUE
               DISPLAY ' MAKE-UP REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB035'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'MAKEUPBK'             TO AUT-FUNCTION.
           PERFORM CHECK-AUTHORITY-PARA.
           IF AUT-DENIED
               SET LS-MAKEUP-UNAUTHORIZED TO TRUE
               DISPLAY ' MAKE-UP REFUSED - NOT AUTHORIZED '
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE LS-SESSION-CATG        TO MKU-SESSION-CATG.
           MOVE LS-SESSION-ID          TO MKU-ORIG-SESSION-ID.
           MOVE LS-EMAIL-ADDR          TO MKU-EMAIL-ADDR-TEXT.
           MOVE LENGTH OF LS-EMAIL-ADDR TO MKU-EMAIL-ADDR-LEN.
           MOVE LS-MISSED-DATE         TO MKU-MISSED-DATE.
           MOVE LS-HOST-SESSION-ID     TO MKU-HOST-SESSION-ID.
           MOVE LS-HOST-MEETING-DATE   TO MKU-HOST-MEETING-DATE.
           MOVE LS-AUTH-USR-ID         TO MKU-USR-ID.
           EVALUATE TRUE
             WHEN LS-ACTION-BOOK
               PERFORM GET-REGISTRATION-PARA
               IF LS-MAKEUP-OK
                   PERFORM CHECK-MISSED-DAY-PARA
               END-IF
               IF LS-MAKEUP-OK
                   PERFORM GET-OLD-BOOKING-PARA
               END-IF
               IF LS-MAKEUP-OK
                   PERFORM CHECK-HOST-MEETING-PARA
               END-IF
               IF LS-MAKEUP-OK
                   PERFORM CHECK-NOT-ON-HOST-PARA
               END-IF
               IF LS-MAKEUP-OK
                   PERFORM CHECK-MEETING-FULL-PARA
               END-IF
               IF LS-MAKEUP-OK
                   PERFORM BOOK-MAKEUP-PARA
               END-IF
             WHEN LS-ACTION-CANCEL
               PERFORM CANCEL-MAKEUP-PARA
             WHEN OTHER
               SET LS-MAKEUP-BAD-INPUT TO TRUE
               DISPLAY ' MAKE-UP REFUSED - ACTION MUST BE B OR X : '
                       LS-ACTION
           END-EVALUATE.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
      * GET-REGISTRATION-PARA - only a live seat can be made up.
       GET-REGISTRATION-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG = :MKU-SESSION-CATG
                AND SESSION_ID   = :MKU-ORIG-SESSION-ID
                AND EMAIL_ADDR   = :MKU-EMAIL-ADDR
                AND REG_STATUS   = 'A'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0
               SET LS-MAKEUP-FAILED TO TRUE
               DISPLAY ' REGISTRATION READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               IF WS-ROW-COUNT = 0
                   SET LS-MAKEUP-NOT-FOUND TO TRUE
                   DISPLAY ' MAKE-UP REFUSED - NO ACTIVE '
                           'REGISTRATION : ' MKU-SESSION-CATG '/'
                           MKU-ORIG-SESSION-ID
               END-IF
           END-IF.
      *
      * CHECK-MISSED-DAY-PARA - the missed date must be a scheduled
      * meeting of the original session, and a day the delegate was
      * marked present at has nothing to make up. No mark yet, or an
      * 'A' mark, both qualify - the booking is often taken the
      * moment the delegate rings in sick.
       CHECK-MISSED-DAY-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM DBODEVP.SESSION_SCHEDULE
              WHERE SESSION_CATG = :MKU-SESSION-CATG
                AND SESSION_ID   = :MKU-ORIG-SESSION-ID
                AND MEETING_DATE = :MKU-MISSED-DATE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = 0
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-PRESENT-COUNT
                   FROM DBODEVP.ATTENDANCE
                  WHERE SESSION_CATG  = :MKU-SESSION-CATG
                    AND SESSION_ID    = :MKU-ORIG-SESSION-ID
                    AND EMAIL_ADDR    = :MKU-EMAIL-ADDR
                    AND MEETING_DATE  = :MKU-MISSED-DATE
                    AND ATTEND_STATUS = 'P'
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
           END-IF.
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               SET LS-MAKEUP-FAILED TO TRUE
               DISPLAY ' SCHEDULE/ATTENDANCE READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
             WHEN WS-ROW-COUNT = 0
               SET LS-MAKEUP-BAD-MISSED-DAY TO TRUE
               DISPLAY ' MAKE-UP REFUSED - NOT A MEETING OF THE '
                       'SESSION : ' MKU-MISSED-DATE
             WHEN WS-PRESENT-COUNT > 0
               SET LS-MAKEUP-BAD-MISSED-DAY TO TRUE
               DISPLAY ' MAKE-UP REFUSED - DELEGATE WAS PRESENT ON : '
                       MKU-MISSED-DATE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
      * GET-OLD-BOOKING-PARA - one make-up per missed day. A live
      * booking refuses; a cancelled one is re-used by the booking.
       GET-OLD-BOOKING-PARA.
           MOVE SPACES                 TO WS-OLD-STATUS.
           EXEC SQL
             SELECT MAKEUP_STATUS
               INTO :WS-OLD-STATUS
               FROM DBODEVP.MAKEUP_BOOKING
              WHERE SESSION_CATG    = :MKU-SESSION-CATG
                AND ORIG_SESSION_ID = :MKU-ORIG-SESSION-ID
                AND EMAIL_ADDR      = :MKU-EMAIL-ADDR
                AND MISSED_DATE     = :MKU-MISSED-DATE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               IF WS-OLD-BOOKED
                   SET LS-MAKEUP-ALREADY-BOOKED TO TRUE
                   DISPLAY ' MAKE-UP REFUSED - DAY ALREADY MADE UP : '
                           MKU-MISSED-DATE
               END-IF
             WHEN 100
               MOVE SPACES             TO WS-OLD-STATUS
             WHEN OTHER
               SET LS-MAKEUP-FAILED TO TRUE
               DISPLAY ' MAKE-UP BOOKING READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-EVALUATE.
      *
      * CHECK-HOST-MEETING-PARA - another live session of the same
      * category, meeting on the host date, after the missed day and
      * not already past.
       CHECK-HOST-MEETING-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM DBODEVP.TRAINING_SESSION A,
                    DBODEVP.SESSION_SCHEDULE S
              WHERE A.SESSION_CATG   = :MKU-SESSION-CATG
                AND A.SESSION_ID     = :MKU-HOST-SESSION-ID
                AND A.SESSION_ID    <> :MKU-ORIG-SESSION-ID
                AND A.SESSION_STATUS <> 'C'
                AND S.SESSION_CATG   = A.SESSION_CATG
                AND S.SESSION_ID     = A.SESSION_ID
                AND S.MEETING_DATE   = :MKU-HOST-MEETING-DATE
                AND S.MEETING_DATE   > :MKU-MISSED-DATE
                AND S.MEETING_DATE  >= CURRENT DATE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0
               SET LS-MAKEUP-FAILED TO TRUE
               DISPLAY ' HOST SESSION READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               IF WS-ROW-COUNT = 0
                   SET LS-MAKEUP-BAD-HOST TO TRUE
                   DISPLAY ' MAKE-UP REFUSED - NO LATER LIVE MEETING : '
                           MKU-SESSION-CATG '/' MKU-HOST-SESSION-ID
                           ' ' MKU-HOST-MEETING-DATE
               END-IF
           END-IF.
      *
      * CHECK-NOT-ON-HOST-PARA - a delegate already holding (or
      * waiting for) a seat on the host sits every day of it anyway.
       CHECK-NOT-ON-HOST-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM DBODEVP.REGISTRATION
              WHERE SESSION_CATG = :MKU-SESSION-CATG
                AND SESSION_ID   = :MKU-HOST-SESSION-ID
                AND EMAIL_ADDR   = :MKU-EMAIL-ADDR
                AND REG_STATUS  <> 'C'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0
               SET LS-MAKEUP-FAILED TO TRUE
               DISPLAY ' HOST ROSTER READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               IF WS-ROW-COUNT > 0
                   SET LS-MAKEUP-ALREADY-BOOKED TO TRUE
                   DISPLAY ' MAKE-UP REFUSED - DELEGATE ALREADY ON THE '
                           'HOST SESSION : ' MKU-HOST-SESSION-ID
               END-IF
           END-IF.
      *
      * CHECK-MEETING-FULL-PARA latches the host session row, as the
      * ETRB002 session-full check does, then counts what the one
      * meeting already seats: the host's active registrations, its
      * open unnamed holds (DCLSEATH) and the make-ups booked on the
      * same meeting date.
       CHECK-MEETING-FULL-PARA.
           EXEC SQL
             UPDATE DBODEVP.TRAINING_SESSION
                SET SESSION_CAPACITY = SESSION_CAPACITY
              WHERE SESSION_CATG = :MKU-SESSION-CATG
                AND SESSION_ID   = :MKU-HOST-SESSION-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               SET LS-MAKEUP-FAILED TO TRUE
               DISPLAY ' UNABLE TO LATCH THE HOST SESSION ROW '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               PERFORM COUNT-MEETING-SEATS-PARA
           END-IF.
      *
       COUNT-MEETING-SEATS-PARA.
           EXEC SQL
             SELECT A.SESSION_CAPACITY,
                    (SELECT COUNT(*)
                       FROM DBODEVP.REGISTRATION R
                      WHERE R.SESSION_CATG = A.SESSION_CATG
                        AND R.SESSION_ID   = A.SESSION_ID
                        AND R.REG_STATUS   = 'A')
                  + (SELECT COALESCE(SUM(H.SEATS_HELD
                                       - H.SEATS_CONVERTED), 0)
                       FROM DBODEVP.SEAT_HOLD H
                      WHERE H.SESSION_CATG = A.SESSION_CATG
                        AND H.SESSION_ID   = A.SESSION_ID
                        AND H.HOLD_STATUS  = 'O')
                  + (SELECT COUNT(*)
                       FROM DBODEVP.MAKEUP_BOOKING M
                      WHERE M.SESSION_CATG      = A.SESSION_CATG
                        AND M.HOST_SESSION_ID   = A.SESSION_ID
                        AND M.HOST_MEETING_DATE =
                            :MKU-HOST-MEETING-DATE
                        AND M.MAKEUP_STATUS     = 'B')
               INTO :WS-CHK-CAPACITY, :WS-CHK-TAKEN-COUNT
               FROM DBODEVP.TRAINING_SESSION A
              WHERE A.SESSION_CATG = :MKU-SESSION-CATG
                AND A.SESSION_ID   = :MKU-HOST-SESSION-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0
               SET LS-MAKEUP-FAILED TO TRUE
               DISPLAY ' UNABLE TO READ HOST MEETING HEADCOUNT '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               IF WS-CHK-TAKEN-COUNT >= WS-CHK-CAPACITY
                   SET LS-MAKEUP-MEETING-FULL TO TRUE
                   DISPLAY ' MAKE-UP REFUSED - HOST MEETING FULL : '
                           MKU-HOST-SESSION-ID ' '
                           MKU-HOST-MEETING-DATE
               END-IF
           END-IF.
      *
      * BOOK-MAKEUP-PARA writes the booking, or re-opens a cancelled
      * one for the same missed day onto the new host meeting.
       BOOK-MAKEUP-PARA.
           IF WS-OLD-CANCELLED
               EXEC SQL
                 UPDATE DBODEVP.MAKEUP_BOOKING
                    SET HOST_SESSION_ID   = :MKU-HOST-SESSION-ID,
                        HOST_MEETING_DATE = :MKU-HOST-MEETING-DATE,
                        MAKEUP_STATUS     = 'B',
                        USR_ID            = :MKU-USR-ID,
                        DTS               = CURRENT TIMESTAMP
                  WHERE SESSION_CATG    = :MKU-SESSION-CATG
                    AND ORIG_SESSION_ID = :MKU-ORIG-SESSION-ID
                    AND EMAIL_ADDR      = :MKU-EMAIL-ADDR
                    AND MISSED_DATE     = :MKU-MISSED-DATE
                    AND MAKEUP_STATUS   = 'X'
               END-EXEC
           ELSE
               EXEC SQL
                 INSERT INTO DBODEVP.MAKEUP_BOOKING
                        ( SESSION_CATG, ORIG_SESSION_ID, EMAIL_ADDR,
                          MISSED_DATE, HOST_SESSION_ID,
                          HOST_MEETING_DATE, MAKEUP_STATUS, USR_ID,
                          DTS )
                 VALUES ( :MKU-SESSION-CATG, :MKU-ORIG-SESSION-ID,
                          :MKU-EMAIL-ADDR, :MKU-MISSED-DATE,
                          :MKU-HOST-SESSION-ID,
                          :MKU-HOST-MEETING-DATE, 'B', :MKU-USR-ID,
                          CURRENT TIMESTAMP )
               END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0
               SET LS-MAKEUP-FAILED TO TRUE
               DISPLAY ' MAKE-UP BOOKING WRITE FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           ELSE
               DISPLAY ' MAKE-UP BOOKED : ' MKU-SESSION-CATG '/'
                       MKU-ORIG-SESSION-ID ' ' MKU-MISSED-DATE
                       ' ON ' MKU-HOST-SESSION-ID ' '
                       MKU-HOST-MEETING-DATE
           END-IF.
      *
      * CANCEL-MAKEUP-PARA - only a booking whose host meeting is
      * still to come can be cancelled; once the day has been sat (or
      * missed again) the mark on ETRM005 is the record.
       CANCEL-MAKEUP-PARA.
           EXEC SQL
             UPDATE DBODEVP.MAKEUP_BOOKING
                SET MAKEUP_STATUS = 'X',
                    USR_ID        = :MKU-USR-ID,
                    DTS           = CURRENT TIMESTAMP
              WHERE SESSION_CATG      = :MKU-SESSION-CATG
                AND ORIG_SESSION_ID   = :MKU-ORIG-SESSION-ID
                AND EMAIL_ADDR        = :MKU-EMAIL-ADDR
                AND MISSED_DATE       = :MKU-MISSED-DATE
                AND MAKEUP_STATUS     = 'B'
                AND HOST_MEETING_DATE >= CURRENT DATE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               DISPLAY ' MAKE-UP CANCELLED : ' MKU-SESSION-CATG '/'
                       MKU-ORIG-SESSION-ID ' ' MKU-MISSED-DATE
             WHEN 100
               SET LS-MAKEUP-NOTHING-TO-CANCEL TO TRUE
               DISPLAY ' NO MAKE-UP TO CANCEL FOR : ' MKU-MISSED-DATE
             WHEN OTHER
               SET LS-MAKEUP-FAILED TO TRUE
               DISPLAY ' MAKE-UP CANCEL FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           END-EVALUATE.
      *
      *    AUTHORIZATION CHECK AND ERROR-LOG FRAMEWORK.
           EXEC SQL
             INCLUDE CPAUTHCK
           END-EXEC.
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
