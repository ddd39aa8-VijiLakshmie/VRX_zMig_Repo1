       IDENTIFICATION DIVISION.
      *    ETRB030 BOOKS AN ITEM OF PORTABLE TRAINING KIT (DCLEQUIP)
      *    TO A SESSION AND ENFORCES THE DOUBLE-BOOKING CHECK - ETRB017
      *    STOPS TWO SESSIONS SHARING A ROOM, BUT LAPTOP TROLLEYS,
      *    PROJECTORS AND MANIKINS WERE STILL PROMISED TO TWO PLACES
      *    AT ONCE. THE OVERLAP TEST IS ETRB017'S DATE-WINDOW LOGIC,
      *    RUN AGAINST EVERY OTHER NOT-CANCELLED SESSION THE ITEM IS
      *    BOOKED TO. THE BOOKING (DCLSESRS) HOLDS THE ITEM FOR THE
      *    SESSION'S WHOLE WINDOW; RELEASE GIVES IT BACK.
       PROGRAM-ID. ETRB030.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *      RDz Endevor Integration for PoC project"
       01  WS-SQLCODE PIC +(11).
       01  WS-CONFLICT-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01  WS-SESSION-WORK.
           10 WS-HOLD-DURATION        PIC S9(4) USAGE COMP.
           10 WS-HOLD-START-DATE      PIC X(10).
           10 WS-HOLD-STATUS          PIC X(1).
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
                INCLUDE DCLEQUIP
           END-EXEC.
           EXEC SQL
                INCLUDE DCLSESRS
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-KIT-BOOK-PARM IDENTIFIES THE SESSION AND THE ITEM, AND
      *    THE SIGNED-ON USER THE CALLER VOUCHES FOR (STAMPED AS
      *    BOOKED_BY). LS-RETURN-CODE COMES BACK '0' WHEN THE BOOKING
      *    (OR RELEASE) WAS APPLIED, 'S' WHEN THE SESSION DOES NOT
      *    EXIST, 'C' WHEN THE SESSION IS CANCELLED, 'E' WHEN THE ITEM
      *    IS NOT IN THE EQUIPMENT MASTER, 'D' WHEN THE ITEM IS
      *    ALREADY BOOKED TO THIS SESSION, 'K' WHEN ANOTHER SESSION
      *    ALREADY HOLDS THE ITEM OVER AN OVERLAPPING DATE WINDOW
      *    (NOTHING IS BOOKED), 'N' WHEN A RELEASE FINDS NO SUCH
      *    BOOKING, AND '9' ON ANY OTHER SQL FAILURE.
       01  LS-KIT-BOOK-PARM.
           10 LS-FUNCTION             PIC X(1).
              88 LS-FUNCTION-ASSIGN             VALUE 'S'.
              88 LS-FUNCTION-RELEASE            VALUE 'R'.
           10 LS-SESSION-CATG         PIC X(2).
           10 LS-SESSION-ID           PIC S9(9) USAGE COMP.
           10 LS-EQUIP-ID             PIC X(8).
           10 LS-AUTH-USR-ID          PIC X(8).
           10 LS-RETURN-CODE          PIC X(1).
              88 LS-KIT-OK                      VALUE '0'.
              88 LS-KIT-NO-SESSION              VALUE 'S'.
              88 LS-KIT-CANCELLED               VALUE 'C'.
              88 LS-KIT-NO-EQUIP                VALUE 'E'.
              88 LS-KIT-DUPLICATE               VALUE 'D'.
              88 LS-KIT-CONFLICT                VALUE 'K'.
              88 LS-KIT-NOT-BOOKED              VALUE 'N'.
              88 LS-KIT-FAILED                  VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-KIT-QUIESCED                VALUE 'Q'.
       PROCEDURE DIVISION USING LS-KIT-BOOK-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-KIT-OK              TO TRUE.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-KIT-QUIESCED TO TRUE
               DISPLAY ' KIT BOOKING REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE LS-SESSION-CATG       TO SRS-SESSION-CATG.
           MOVE LS-SESSION-ID         TO SRS-SESSION-ID.
           MOVE LS-EQUIP-ID           TO SRS-EQUIP-ID.
           EVALUATE TRUE
             WHEN LS-FUNCTION-ASSIGN
               PERFORM GET-SESSION-PARA
               IF LS-KIT-OK
                   PERFORM GET-EQUIP-PARA
               END-IF
               IF LS-KIT-OK
                   PERFORM CHECK-KIT-CONFLICT-PARA
               END-IF
               IF LS-KIT-OK
                   PERFORM BOOK-KIT-PARA
               END-IF
      *      A RELEASE IS ALLOWED WHATEVER STATE THE SESSION IS IN -
      *      GIVING KIT BACK CAN NEVER CAUSE A CLASH.
             WHEN LS-FUNCTION-RELEASE
               PERFORM RELEASE-KIT-PARA
             WHEN OTHER
               SET LS-KIT-FAILED TO TRUE
               DISPLAY ' INVALID FUNCTION CODE : ' LS-FUNCTION
           END-EVALUATE.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
      * GET-SESSION-PARA reads the session's window (start/duration)
      * for the overlap test. A cancelled session takes no kit.
       GET-SESSION-PARA.
           EXEC SQL
             SELECT SESSION_DURATION, SESSION_START_DATE,
                    SESSION_STATUS
               INTO :WS-HOLD-DURATION, :WS-HOLD-START-DATE,
                    :WS-HOLD-STATUS
               FROM DBODEVP.TRAINING_SESSION
              WHERE SESSION_CATG = :SRS-SESSION-CATG
                AND SESSION_ID   = :SRS-SESSION-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               IF WS-HOLD-STATUS = 'C'
                   SET LS-KIT-CANCELLED TO TRUE
                   DISPLAY ' SESSION IS CANCELLED : '
                       LS-SESSION-CATG '/' LS-SESSION-ID
               END-IF
             WHEN 100
               SET LS-KIT-NO-SESSION TO TRUE
               DISPLAY ' NO SUCH SESSION : '
                   LS-SESSION-CATG '/' LS-SESSION-ID
             WHEN OTHER
               SET LS-KIT-FAILED TO TRUE
               DISPLAY ' SESSION READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
       GET-EQUIP-PARA.
           MOVE LS-EQUIP-ID           TO EQP-EQUIP-ID.
           EXEC SQL
             SELECT EQUIP_TYPE
               INTO :EQP-EQUIP-TYPE
               FROM DBODEVP.EQUIPMENT
              WHERE EQUIP_ID = :EQP-EQUIP-ID
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET LS-KIT-NO-EQUIP TO TRUE
               DISPLAY ' ITEM NOT IN EQUIPMENT MASTER : ' LS-EQUIP-ID
             WHEN OTHER
               SET LS-KIT-FAILED TO TRUE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY ' EQUIPMENT LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * CHECK-KIT-CONFLICT-PARA - THE ETRB017 DATE-WINDOW OVERLAP
      * TEST RUN AGAINST EVERY OTHER SESSION THE ITEM IS BOOKED TO.
      * FAILS CLOSED ON A CHECK SQL ERROR, THE SAME WAY ETRB017 DOES.
       CHECK-KIT-CONFLICT-PARA.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CONFLICT-COUNT
               FROM DBODEVP.SESSION_RESOURCE R,
                    DBODEVP.TRAINING_SESSION S
              WHERE R.EQUIP_ID           = :SRS-EQUIP-ID
                AND S.SESSION_CATG       = R.SESSION_CATG
                AND S.SESSION_ID         = R.SESSION_ID
                AND S.SESSION_STATUS     NOT = 'C'
                AND NOT (S.SESSION_CATG = :SRS-SESSION-CATG
                     AND S.SESSION_ID   = :SRS-SESSION-ID)
                AND S.SESSION_START_DATE <
                     (:WS-HOLD-START-DATE +
                      :WS-HOLD-DURATION DAYS)
                AND (S.SESSION_START_DATE + S.SESSION_DURATION DAYS)
                     > :WS-HOLD-START-DATE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0
               DISPLAY ' KIT CONFLICT CHECK FAILED - REJECTING '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               MOVE 1 TO WS-CONFLICT-COUNT
           END-IF.
           IF WS-CONFLICT-COUNT > 0
               SET LS-KIT-CONFLICT TO TRUE
               DISPLAY ' ITEM ALREADY BOOKED OVER THAT WINDOW : '
                   LS-EQUIP-ID
           END-IF.
      *
      * BOOK-KIT-PARA - THE UNIQUE INDEX ON SESSION/ITEM TURNS A
      * SECOND BOOKING OF THE SAME ITEM TO THE SAME SESSION INTO
      * -803, REPORTED 'D' RATHER THAN AS A FAILURE.
       BOOK-KIT-PARA.
           MOVE LS-AUTH-USR-ID        TO SRS-BOOKED-BY.
           EXEC SQL
             INSERT INTO DBODEVP.SESSION_RESOURCE
                    ( SESSION_CATG, SESSION_ID, EQUIP_ID,
                      BOOKED_BY, DTS )
             VALUES ( :SRS-SESSION-CATG, :SRS-SESSION-ID,
                      :SRS-EQUIP-ID, :SRS-BOOKED-BY,
                      CURRENT TIMESTAMP )
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               DISPLAY ' ITEM BOOKED : ' LS-EQUIP-ID ' TO '
                   LS-SESSION-CATG '/' LS-SESSION-ID
             WHEN -803
               SET LS-KIT-DUPLICATE TO TRUE
               DISPLAY ' ITEM ALREADY BOOKED TO THIS SESSION : '
                   LS-EQUIP-ID
             WHEN OTHER
               SET LS-KIT-FAILED TO TRUE
               DISPLAY ' KIT BOOKING FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
       RELEASE-KIT-PARA.
           EXEC SQL
             DELETE FROM DBODEVP.SESSION_RESOURCE
              WHERE SESSION_CATG = :SRS-SESSION-CATG
                AND SESSION_ID   = :SRS-SESSION-ID
                AND EQUIP_ID     = :SRS-EQUIP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               DISPLAY ' ITEM RELEASED : ' LS-EQUIP-ID ' FROM '
                   LS-SESSION-CATG '/' LS-SESSION-ID
             WHEN 100
               SET LS-KIT-NOT-BOOKED TO TRUE
               DISPLAY ' NO SUCH BOOKING : ' LS-EQUIP-ID ' ON '
                   LS-SESSION-CATG '/' LS-SESSION-ID
             WHEN OTHER
               SET LS-KIT-FAILED TO TRUE
               DISPLAY ' KIT RELEASE FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
