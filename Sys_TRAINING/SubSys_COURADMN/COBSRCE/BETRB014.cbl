           EXEC SQL
                INCLUDE DCLOPTOUT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-OPTOUT-MAINT-PARM CARRIES ONE ADDRESS AND THE FUNCTION
      *    TO APPLY. LS-RETURN-CODE COMES BACK '0' WHEN THE ROW WAS
      *    ADDED/REMOVED, 'E' ON A MALFORMED ADDRESS, 'D' WHEN AN ADD
      *    FINDS THE ADDRESS ALREADY SUPPRESSED, 'N' WHEN A REMOVE
      *    MATCHED NO ROW, AND '9' ON ANY OTHER SQL FAILURE. A
      *    RIGHT-TO-ERASURE SUPPRESSION (SOURCE 'E', WRITTEN BY
      *    ETROP126) IS NEVER REMOVED HERE - A REMOVE AGAINST ONE
      *    COMES BACK 'N' AS IF NO ROW WERE HELD.
       01  LS-OPTOUT-MAINT-PARM.
           10 LS-FUNCTION             PIC X(1).
              88 LS-FUNCTION-ADD                VALUE 'A'.
              88 LS-OPTOUT-DUPLICATE            VALUE 'D'.
              88 LS-OPTOUT-NOT-FOUND            VALUE 'N'.
              88 LS-OPTOUT-FAILED               VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-OPTOUT-QUIESCED             VALUE 'Q'.
       PROCEDURE DIVISION USING LS-OPTOUT-MAINT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-OPTOUT-OK           TO TRUE.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-OPTOUT-QUIESCED TO TRUE
               DISPLAY ' OPT-OUT REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
      *    ANYTHING OTHER THAN AN EXPLICIT ADD OR REMOVE BOUNCES '9' -
      *    A MISKEYED FUNCTION CODE MUST NEVER FALL THROUGH INTO THE
      *    DELETE PATH. ONLY AN ADD VALIDATES THE ADDRESS SHAPE - A
                                      TO OPT-OUT-EMAIL-ADDR-LEN.
           EXEC SQL
             DELETE FROM DBODEVP.MAIL_OPTOUT
              WHERE EMAIL_ADDR     = :OPT-OUT-EMAIL-ADDR
                AND OPTOUT_SOURCE <> 'E'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
               DISPLAY ' OPT-OUT REMOVED '
             WHEN 100
               SET LS-OPTOUT-NOT-FOUND TO TRUE
               DISPLAY ' NO REMOVABLE SUPPRESSION FOR THAT ADDRESS '
             WHEN OTHER
               SET LS-OPTOUT-FAILED TO TRUE
               DISPLAY ' OPT-OUT DELETE FAILED '
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
