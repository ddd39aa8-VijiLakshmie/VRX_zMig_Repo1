           EXEC SQL
                INCLUDE CWHDRTRL
           END-EXEC.
      *    REVENUE-RECOGNITION SCHEDULE RE-SPREAD - SEE CWREVSCH. A
      *    CANCELLED SESSION LOSES EVERY PENDING SLICE IN THIS UNIT OF
      *    WORK.
           EXEC SQL
                INCLUDE CWREVSCH
           END-EXEC.
      *    CODED CANCELLATION REASON - NULL WHEN THE CALLER KEYED NO
      *    CODE. THE INDICATOR DRIVES THE NULL.
       01  WS-CANCEL-REASON-CD        PIC X(3).
               AND SESSION_ID   = :WS-SESSION-ID
               AND REG_STATUS   = 'A'
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-CANCEL-SESSION-PARM IDENTIFIES THE SESSION TO CANCEL AND
      *    CARRIES THE REASON CASCADED DOWN TO EVERY LINKED
              88 LS-CANCEL-NOT-FOUND             VALUE 'N'.
              88 LS-CANCEL-UNAUTHORIZED          VALUE 'X'.
              88 LS-CANCEL-BAD-REASON-CD         VALUE 'R'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-CANCEL-QUIESCED              VALUE 'Q'.
      *    LS-AUTH-USR-ID IS THE SIGNED-ON USER THE CALLER VOUCHES
      *    FOR - APPENDED SO OLDER CALLERS' FIELD OFFSETS STILL LINE
      *    UP. LS-CANCEL-REASON-CD IS THE CODED REASON FROM THE
           10 LS-CANCEL-REASON-CD      PIC X(3).
       PROCEDURE DIVISION USING LS-CANCEL-SESSION-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-CANCEL-QUIESCED TO TRUE
               DISPLAY ' SESSION CANCEL REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB006'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'CANCLSES'             TO AUT-FUNCTION.
           IF LS-CANCEL-OK
               PERFORM WRITE-CANCEL-NOTICES-PARA
               PERFORM CASCADE-REGISTRATIONS-PARA
               PERFORM RELEASE-KIT-PARA
               MOVE WS-SESSION-CATG    TO RSC-SESSION-CATG
               MOVE WS-SESSION-ID      TO RSC-SESSION-ID
               PERFORM REBUILD-REV-SCHEDULE-PARA
           END-IF.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
       WRITE-CANCEL-NOTICES-PARA.
           OPEN OUTPUT CANCEL-NOTICE-FILE.
           MOVE 'ETRB006'               TO HT-PROGRAM-ID.
           MOVE 'CANCMRG'               TO HT-INTERFACE-NAME.
           MOVE 'MAILING SYSTEM'        TO HT-DESTINATION.
           PERFORM BUILD-HEADER-PARA.
           MOVE HT-IO-RECORD            TO CANCEL-NOTICE-RECORD.
           WRITE CANCEL-NOTICE-RECORD.
               DISPLAY ' SQL CODE   '  SQLCODE
           END-IF.
      *
      * RELEASE-KIT-PARA gives back every item of kit (DCLSESRS) the
      * cancelled session was holding, so ETRB030 can book it to
      * another session over the same dates and the kit-movement list
      * stops sending it anywhere. A failure is reported but never
      * stops the cancellation - a cancelled session's bookings are
      * already ignored by the clash check.
       RELEASE-KIT-PARA.
           EXEC SQL
             DELETE FROM DBODEVP.SESSION_RESOURCE
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               DISPLAY ' KIT RELEASED FOR SESSION : '
                       WS-SESSION-CATG '/' WS-SESSION-ID
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY ' KIT RELEASE FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * Registration Change Audit
           EXEC SQL
             INCLUDE CPRGAUD
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
