           10 WS-OFFER-STATUS         PIC X(1).
           10 WS-CHK-CAPACITY         PIC S9(4) USAGE COMP.
           10 WS-CHK-ACTIVE-COUNT     PIC S9(9) USAGE COMP.
           10 WS-CHK-HELD-COUNT       PIC S9(9) USAGE COMP.
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
                INCLUDE DCLWLOFR
           END-EXEC.
      *    ORGANIZATION SEAT HOLDS - SEE DCLSEATH.
           EXEC SQL
                INCLUDE DCLSEATH
           END-EXEC.
      *    REGISTRATION CHANGE-AUDIT FIELDS - SEE CWRGAUD.
           EXEC SQL
                INCLUDE CWRGAUD
           EXEC SQL
                INCLUDE CWLMSEV
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-OFFER-ANSWER-PARM IDENTIFIES THE OFFER (SESSION KEY PLUS
      *    THE REGISTRANT'S EMAIL, THE SAME KEY ETROP06 WROTE IT WITH)
              88 LS-ANSWER-BAD-CODE             VALUE 'B'.
              88 LS-ANSWER-SESSION-FULL         VALUE 'F'.
              88 LS-ANSWER-FAILED               VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-ANSWER-QUIESCED             VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-OFFER-ANSWER-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-ANSWER-QUIESCED TO TRUE
               DISPLAY ' OFFER ANSWER REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB020'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'ANSWROFR'             TO AUT-FUNCTION.
      * CHECK-SESSION-FULL-PARA); a full session bounces 'F' and the
      * caller rolls back, so the offer flip above never commits and
      * the registrant keeps both the open offer and the queue spot.
      * Seats an organization holds unnamed (DCLSEATH) count as taken,
      * the same as in ETRB002.
       CHECK-SEAT-STILL-OPEN-PARA.
           EXEC SQL
             UPDATE DBODEVP.TRAINING_SESSION
               DISPLAY ' SQL CODE   '  SQLCODE
               GOBACK
           END-IF.
           EXEC SQL
             SELECT COALESCE(SUM(SEATS_HELD - SEATS_CONVERTED), 0)
               INTO :WS-CHK-HELD-COUNT
               FROM DBODEVP.SEAT_HOLD
              WHERE SESSION_CATG = :WS-SESSION-CATG
                AND SESSION_ID   = :WS-SESSION-ID
                AND HOLD_STATUS  = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-ANSWER-FAILED TO TRUE
               DISPLAY ' UNABLE TO READ SESSION SEAT HOLDS '
               DISPLAY ' SQL CODE   '  SQLCODE
               GOBACK
           END-IF.
           ADD WS-CHK-HELD-COUNT       TO WS-CHK-ACTIVE-COUNT.
           IF WS-CHK-ACTIVE-COUNT >= WS-CHK-CAPACITY
               SET LS-ANSWER-SESSION-FULL TO TRUE
               DISPLAY ' SEAT NO LONGER OPEN - ROLL BACK REQUIRED : '
           EXEC SQL
             INCLUDE CPLMSEV
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
