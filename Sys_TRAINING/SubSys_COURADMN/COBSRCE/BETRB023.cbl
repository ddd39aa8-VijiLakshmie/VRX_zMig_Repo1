           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-DISPUTE-PARM IDENTIFIES THE INVOICE AND CARRIES THE
      *    ACTION: 'R' RAISE (REASON AND DISPUTED AMOUNT REQUIRED),
              88 LS-DISPUTE-BAD-INPUT           VALUE 'Z'.
              88 LS-DISPUTE-UNAUTHORIZED        VALUE 'X'.
              88 LS-DISPUTE-FAILED              VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-DISPUTE-QUIESCED            VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-DISPUTE-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-DISPUTE-QUIESCED TO TRUE
               DISPLAY ' DISPUTE ACTION REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB023'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'DISPUTE '             TO AUT-FUNCTION.
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
