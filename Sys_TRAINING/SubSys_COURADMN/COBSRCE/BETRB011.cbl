           EXEC SQL
                INCLUDE DCLIAVAL
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-AVAIL-MAINT-PARM CARRIES ONE BLACKOUT RANGE AND THE
      *    FUNCTION TO APPLY. LS-RETURN-CODE COMES BACK '0' WHEN THE
              88 LS-AVAIL-BAD-RANGE             VALUE 'S'.
              88 LS-AVAIL-NOT-FOUND             VALUE 'N'.
              88 LS-AVAIL-FAILED                VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-AVAIL-QUIESCED              VALUE 'Q'.
       PROCEDURE DIVISION USING LS-AVAIL-MAINT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-AVAIL-QUIESCED TO TRUE
               DISPLAY ' BLACKOUT REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           PERFORM EDIT-RANGE-PARA.
           IF LS-AVAIL-BAD-DATE OR LS-AVAIL-BAD-RANGE
               CONTINUE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
