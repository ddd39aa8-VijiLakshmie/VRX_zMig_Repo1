       IDENTIFICATION DIVISION.
      *    ETRB029 MAINTAINS THE PORTABLE TRAINING-KIT MASTER
      *    (DCLEQUIP). ADD REGISTERS AN ITEM, UPDATE CHANGES ITS TYPE,
      *    DESCRIPTION OR HOME ROOM, REMOVE DELETES IT - REFUSED WHILE
      *    ANY NOT-CANCELLED SESSION STILL HAS IT BOOKED, OR THAT
      *    SESSION'S KIT WOULD QUIETLY GO MISSING. THE HOME ROOM MUST
      *    BE ON THE VENUE MASTER, SO THE KIT-MOVEMENT LIST ALWAYS
      *    KNOWS WHERE TO COLLECT AN ITEM FROM.
       PROGRAM-ID. ETRB029.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *      RDz Endevor Integration for PoC project"
       01  WS-SQLCODE PIC +(11).
       01  WS-IN-USE-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01  WS-VENUE-COUNT             PIC S9(9) USAGE COMP VALUE 0.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
                INCLUDE DCLEQUIP
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-EQUIP-MAINT-PARM CARRIES ONE ITEM AND THE FUNCTION TO
      *    APPLY. LS-RETURN-CODE COMES BACK '0' WHEN THE ROW WAS
      *    ADDED/CHANGED/REMOVED, 'V' WHEN AN ADD/UPDATE NAMES A HOME
      *    ROOM NOT ON THE VENUE MASTER, 'D' WHEN AN ADD FINDS THE
      *    ITEM ALREADY REGISTERED, 'N' WHEN AN UPDATE/REMOVE MATCHED
      *    NO ROW, 'B' WHEN A REMOVE FINDS THE ITEM STILL BOOKED, AND
      *    '9' ON ANY OTHER SQL FAILURE.
       01  LS-EQUIP-MAINT-PARM.
           10 LS-FUNCTION             PIC X(1).
              88 LS-FUNCTION-ADD                VALUE 'A'.
              88 LS-FUNCTION-UPDATE             VALUE 'U'.
              88 LS-FUNCTION-REMOVE             VALUE 'R'.
           10 LS-EQUIP-ID             PIC X(8).
           10 LS-EQUIP-TYPE           PIC X(4).
           10 LS-EQUIP-DESC           PIC X(60).
           10 LS-HOME-VENUE-ID        PIC X(8).
           10 LS-RETURN-CODE          PIC X(1).
              88 LS-EQUIP-OK                    VALUE '0'.
              88 LS-EQUIP-NO-VENUE              VALUE 'V'.
              88 LS-EQUIP-DUPLICATE             VALUE 'D'.
              88 LS-EQUIP-NOT-FOUND             VALUE 'N'.
              88 LS-EQUIP-IN-USE                VALUE 'B'.
              88 LS-EQUIP-FAILED                VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-EQUIP-QUIESCED              VALUE 'Q'.
       PROCEDURE DIVISION USING LS-EQUIP-MAINT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-EQUIP-OK            TO TRUE.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-EQUIP-QUIESCED TO TRUE
               DISPLAY ' EQUIPMENT REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
      *    A MISKEYED FUNCTION CODE MUST NEVER FALL THROUGH INTO THE
      *    DELETE PATH.
           EVALUATE TRUE
             WHEN LS-FUNCTION-ADD
               PERFORM EDIT-HOME-VENUE-PARA
               IF LS-EQUIP-OK
                   PERFORM ADD-EQUIP-PARA
               END-IF
             WHEN LS-FUNCTION-UPDATE
               PERFORM EDIT-HOME-VENUE-PARA
               IF LS-EQUIP-OK
                   PERFORM UPDATE-EQUIP-PARA
               END-IF
             WHEN LS-FUNCTION-REMOVE
               PERFORM CHECK-IN-USE-PARA
               IF LS-EQUIP-OK
                   PERFORM REMOVE-EQUIP-PARA
               END-IF
             WHEN OTHER
               SET LS-EQUIP-FAILED TO TRUE
               DISPLAY ' INVALID FUNCTION CODE : ' LS-FUNCTION
           END-EVALUATE.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
       EDIT-HOME-VENUE-PARA.
           MOVE LS-HOME-VENUE-ID      TO EQP-HOME-VENUE-ID.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-VENUE-COUNT
               FROM DBODEVP.VENUE
              WHERE VENUE_ID = :EQP-HOME-VENUE-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE NOT = 0
               SET LS-EQUIP-FAILED TO TRUE
               DISPLAY ' VENUE LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               IF WS-VENUE-COUNT = 0
                   SET LS-EQUIP-NO-VENUE TO TRUE
                   DISPLAY ' HOME ROOM NOT IN VENUE MASTER : '
                       LS-HOME-VENUE-ID
               END-IF
           END-IF.
      *
       ADD-EQUIP-PARA.
           MOVE LS-EQUIP-ID           TO EQP-EQUIP-ID.
           EXEC SQL
             SELECT EQUIP_TYPE
               INTO :EQP-EQUIP-TYPE
               FROM DBODEVP.EQUIPMENT
              WHERE EQUIP_ID = :EQP-EQUIP-ID
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               SET LS-EQUIP-DUPLICATE TO TRUE
               DISPLAY ' EQUIPMENT ALREADY REGISTERED : ' LS-EQUIP-ID
             WHEN 100
               PERFORM INSERT-EQUIP-PARA
             WHEN OTHER
               SET LS-EQUIP-FAILED TO TRUE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY ' EQUIPMENT LOOKUP FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
       INSERT-EQUIP-PARA.
           MOVE LS-EQUIP-TYPE         TO EQP-EQUIP-TYPE.
           MOVE LS-EQUIP-DESC         TO EQP-EQUIP-DESC-TEXT.
           MOVE LENGTH OF LS-EQUIP-DESC
                                      TO EQP-EQUIP-DESC-LEN.
           EXEC SQL
             INSERT INTO DBODEVP.EQUIPMENT
                    ( EQUIP_ID, EQUIP_TYPE, EQUIP_DESC,
                      HOME_VENUE_ID, DTS )
             VALUES ( :EQP-EQUIP-ID, :EQP-EQUIP-TYPE,
                      :EQP-EQUIP-DESC, :EQP-HOME-VENUE-ID,
                      CURRENT TIMESTAMP )
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           IF SQLCODE = 0
               DISPLAY ' EQUIPMENT ADDED : ' LS-EQUIP-ID
           ELSE
               SET LS-EQUIP-FAILED TO TRUE
               DISPLAY ' EQUIPMENT INSERT FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *
       UPDATE-EQUIP-PARA.
           MOVE LS-EQUIP-ID           TO EQP-EQUIP-ID.
           MOVE LS-EQUIP-TYPE         TO EQP-EQUIP-TYPE.
           MOVE LS-EQUIP-DESC         TO EQP-EQUIP-DESC-TEXT.
           MOVE LENGTH OF LS-EQUIP-DESC
                                      TO EQP-EQUIP-DESC-LEN.
           EXEC SQL
             UPDATE DBODEVP.EQUIPMENT
                SET EQUIP_TYPE    = :EQP-EQUIP-TYPE,
                    EQUIP_DESC    = :EQP-EQUIP-DESC,
                    HOME_VENUE_ID = :EQP-HOME-VENUE-ID
              WHERE EQUIP_ID      = :EQP-EQUIP-ID
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               DISPLAY ' EQUIPMENT UPDATED : ' LS-EQUIP-ID
             WHEN 100
               SET LS-EQUIP-NOT-FOUND TO TRUE
               DISPLAY ' EQUIPMENT NOT FOUND : ' LS-EQUIP-ID
             WHEN OTHER
               SET LS-EQUIP-FAILED TO TRUE
               DISPLAY ' EQUIPMENT UPDATE FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * CHECK-IN-USE-PARA fails closed: a lookup error keeps the item
      * (reported '9') rather than deleting kit a session may still
      * be counting on.
       CHECK-IN-USE-PARA.
           MOVE LS-EQUIP-ID           TO EQP-EQUIP-ID.
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-IN-USE-COUNT
               FROM DBODEVP.SESSION_RESOURCE R,
                    DBODEVP.TRAINING_SESSION S
              WHERE R.EQUIP_ID       = :EQP-EQUIP-ID
                AND S.SESSION_CATG   = R.SESSION_CATG
                AND S.SESSION_ID     = R.SESSION_ID
                AND S.SESSION_STATUS NOT = 'C'
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-EQUIP-FAILED TO TRUE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY ' IN-USE CHECK FAILED - ITEM KEPT '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               IF WS-IN-USE-COUNT > 0
                   SET LS-EQUIP-IN-USE TO TRUE
                   DISPLAY ' EQUIPMENT STILL BOOKED BY '
                       WS-IN-USE-COUNT ' SESSION(S)'
               END-IF
           END-IF.
      *
      * REMOVE-EQUIP-PARA also clears the item's bookings on sessions
      * long since run or cancelled - they are history only, and
      * would otherwise point at nothing.
       REMOVE-EQUIP-PARA.
           EXEC SQL
             DELETE FROM DBODEVP.SESSION_RESOURCE
              WHERE EQUIP_ID = :EQP-EQUIP-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LS-EQUIP-FAILED TO TRUE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY ' BOOKING HISTORY DELETE FAILED - ITEM KEPT '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
           ELSE
               EXEC SQL
                 DELETE FROM DBODEVP.EQUIPMENT
                  WHERE EQUIP_ID = :EQP-EQUIP-ID
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               EVALUATE SQLCODE
                 WHEN 0
                   DISPLAY ' EQUIPMENT REMOVED : ' LS-EQUIP-ID
                 WHEN 100
                   SET LS-EQUIP-NOT-FOUND TO TRUE
                   DISPLAY ' EQUIPMENT NOT FOUND : ' LS-EQUIP-ID
                 WHEN OTHER
                   SET LS-EQUIP-FAILED TO TRUE
                   DISPLAY ' EQUIPMENT DELETE FAILED '
                   DISPLAY ' SQL CODE   '  WS-SQLCODE
                   DISPLAY ' SQL STATE  '  SQLSTATE
                   DISPLAY ' SQL ERRMC  '  SQLERRMC
               END-EVALUATE
           END-IF.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
