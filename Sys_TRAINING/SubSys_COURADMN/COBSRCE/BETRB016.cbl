           EXEC SQL
                INCLUDE DCLVENUE
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-VENUE-MAINT-PARM CARRIES ONE ROOM AND THE FUNCTION TO
      *    APPLY. LS-RETURN-CODE COMES BACK '0' WHEN THE ROW WAS
              88 LS-VENUE-NOT-FOUND             VALUE 'N'.
              88 LS-VENUE-IN-USE                VALUE 'B'.
              88 LS-VENUE-FAILED                VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-VENUE-QUIESCED              VALUE 'Q'.
       PROCEDURE DIVISION USING LS-VENUE-MAINT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-VENUE-OK            TO TRUE.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-VENUE-QUIESCED TO TRUE
               DISPLAY ' VENUE REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
      *    A MISKEYED FUNCTION CODE MUST NEVER FALL THROUGH INTO THE
      *    DELETE PATH.
           EVALUATE TRUE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
