           EXEC SQL
                INCLUDE CWRGAUD
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-POST-PAYMENT-PARM IDENTIFIES THE REGISTRATION THE MONEY
      *    BELONGS TO AND CARRIES ONE PAYMENT: DATE, AMOUNT, METHOD,
              88 LS-POST-BAD-DATE               VALUE 'D'.
              88 LS-POST-NO-RATE                VALUE 'R'.
              88 LS-POST-FAILED                 VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-POST-QUIESCED               VALUE 'Q'.
      *    LS-AUTH-USR-ID IS THE SIGNED-ON USER THE CALLER VOUCHES
      *    FOR, RECORDED ON THE AUDIT ROW - A BLANK ONE (LEGACY
      *    CALLERS) IS RECORDED AS 'BATCH'. APPENDED SO EXISTING
           10 LS-PAYMENT-CURRENCY     PIC X(3).
       PROCEDURE DIVISION USING LS-POST-PAYMENT-PARM.
           DISPLAY 'PROGRAM STARTED'.
      *    ETROP61'S MONTH-END WRITE-OFFS ('WO') POST FROM INSIDE THE
      *    MAINTENANCE WINDOW ITS OWN STEP OPENED, SO ONLY THEY PASS.
           SET QSC-OPEN TO TRUE.
           IF LS-PAYMENT-METHOD NOT = 'WO'
               PERFORM CHECK-QUIESCE-PARA
           END-IF.
           IF QSC-QUIESCED
               SET LS-POST-QUIESCED TO TRUE
               DISPLAY ' PAYMENT POST REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE LS-SESSION-CATG      TO WS-SESSION-CATG.
           MOVE LS-SESSION-ID        TO WS-SESSION-ID.
           MOVE LS-EMAIL-ADDR        TO WS-EMAIL-ADDR-TEXT.
           EXEC SQL
             INCLUDE CPRGAUD
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
