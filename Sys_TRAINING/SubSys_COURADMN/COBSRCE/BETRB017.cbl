           EXEC SQL
                INCLUDE DCLVENUE
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-ROOM-ASSIGN-PARM IDENTIFIES THE SESSION AND THE ROOM.
      *    LS-RETURN-CODE COMES BACK '0' WHEN THE ASSIGNMENT (OR
              88 LS-ASSIGN-VIRTUAL              VALUE 'M'.
              88 LS-ASSIGN-ROOM-CONFLICT        VALUE 'R'.
              88 LS-ASSIGN-FAILED               VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-ASSIGN-QUIESCED             VALUE 'Q'.
       PROCEDURE DIVISION USING LS-ROOM-ASSIGN-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-ASSIGN-OK           TO TRUE.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-ASSIGN-QUIESCED TO TRUE
               DISPLAY ' ROOM ASSIGNMENT REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           SET LS-CAPACITY-FITS       TO TRUE.
           PERFORM GET-SESSION-PARA.
           IF LS-ASSIGN-OK
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
