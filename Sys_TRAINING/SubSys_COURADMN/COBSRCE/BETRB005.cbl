           EXEC SQL
                INCLUDE DCLSESSN
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-CREATE-SESSION-PARM DESCRIBES THE SESSION TO SCHEDULE.
      *    LS-RETURN-CODE COMES BACK '0' WHEN THE ROW WAS CREATED AND
              88 LS-CREATE-FAILED               VALUE '9'.
              88 LS-CREATE-BAD-DATE             VALUE 'D'.
              88 LS-CREATE-UNKNOWN-CATG         VALUE 'U'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-CREATE-QUIESCED             VALUE 'Q'.
      *    LS-DELIVERY-MODE - 'C' CLASSROOM (THE DEFAULT WHEN BLANK),
      *    'V' VIRTUAL, 'H' HYBRID; ANYTHING ELSE STORES 'C'.
      *    LS-MEETING-LINK IS THE JOIN URL FOR VIRTUAL/HYBRID
           10 LS-MEETING-LINK         PIC X(120).
       PROCEDURE DIVISION USING LS-CREATE-SESSION-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-CREATE-QUIESCED TO TRUE
               DISPLAY ' SESSION CREATE REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE LS-SESSION-CATG       TO WS-SESSION-CATG.
           MOVE LS-SESSION-ID         TO WS-SESSION-ID.
           MOVE LS-SESSION-DURATION   TO WS-SESSION-DURATION.
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-IF.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
