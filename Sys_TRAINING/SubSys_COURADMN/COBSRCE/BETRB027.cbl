           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-EXPENSE-PARM IDENTIFIES THE ASSIGNMENT (ENO + SESSION)
      *    AND CARRIES THE ACTION: 'A' ADD (CATEGORY/AMOUNT/DATE
              88 LS-EXPENSE-BAD-INPUT           VALUE 'Z'.
              88 LS-EXPENSE-UNAUTHORIZED        VALUE 'X'.
              88 LS-EXPENSE-FAILED              VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-EXPENSE-QUIESCED            VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-EXPENSE-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-EXPENSE-QUIESCED TO TRUE
               DISPLAY ' EXPENSE ACTION REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB027'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'EXPENSE '             TO AUT-FUNCTION.
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
