           EXEC SQL
                INCLUDE DCLPAYPL
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-PLAN-LINE-PARM IDENTIFIES THE REGISTRATION THE SCHEDULE
      *    BELONGS TO AND CARRIES ONE INSTALMENT: DUE DATE AND AMOUNT.
              88 LS-PLAN-BAD-DATE               VALUE 'D'.
              88 LS-PLAN-BAD-AMOUNT             VALUE 'A'.
              88 LS-PLAN-FAILED                 VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-PLAN-QUIESCED               VALUE 'Q'.
       PROCEDURE DIVISION USING LS-PLAN-LINE-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-PLAN-QUIESCED TO TRUE
               DISPLAY ' PLAN LINE REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE LS-SESSION-CATG      TO WS-SESSION-CATG.
           MOVE LS-SESSION-ID        TO WS-SESSION-ID.
           MOVE LS-EMAIL-ADDR        TO WS-EMAIL-ADDR-TEXT.
                   DISPLAY ' SQL ERRMC  '  SQLERRMC
               END-IF
           END-IF.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
