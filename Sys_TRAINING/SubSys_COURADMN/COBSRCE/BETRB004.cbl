           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-INSTRUCTOR-PARM IDENTIFIES THE SESSION TO ASSIGN AND THE
      *    EMPLOYEE/ROLE BEING ASSIGNED TO IT. ROLE 'P' REPLACES ANY
              88 LS-ASSIGN-UNAUTHORIZED          VALUE 'X'.
              88 LS-ASSIGN-NOT-QUALIFIED         VALUE 'Q'.
              88 LS-ASSIGN-FAILED               VALUE '9'.
      *    'M' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-ASSIGN-QUIESCED             VALUE 'M'.
      *    LS-AUTH-USR-ID IS THE SIGNED-ON USER THE CALLER VOUCHES
      *    FOR - APPENDED SO OLDER CALLERS' FIELD OFFSETS STILL LINE
      *    UP.
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-INSTRUCTOR-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-ASSIGN-QUIESCED TO TRUE
               DISPLAY ' ASSIGNMENT REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB004'            TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID       TO AUT-USR-ID.
           MOVE 'ASSIGNIN'           TO AUT-FUNCTION.
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
