           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-SALARY-MAINT-PARM IDENTIFIES THE EMPLOYEE (LS-ENO) AND
      *    THE PROPOSED NEW SALARY (LS-ESAL). LS-ROLE IS NOW AN
              88 LS-SALARY-NOT-FOUND              VALUE 'N'.
              88 LS-SALARY-UNAUTHORIZED           VALUE 'X'.
              88 LS-SALARY-FAILED                 VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-SALARY-QUIESCED               VALUE 'Q'.
      *    LS-AUTH-USR-ID IS THE SIGNED-ON USER THE CALLER VOUCHES
      *    FOR - APPENDED SO OLDER CALLERS' FIELD OFFSETS STILL LINE
      *    UP.
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-SALARY-MAINT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-SALARY-QUIESCED TO TRUE
               DISPLAY ' SALARY CHANGE REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB009'             TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID        TO AUT-USR-ID.
           MOVE 'SALMAINT'            TO AUT-FUNCTION.
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
