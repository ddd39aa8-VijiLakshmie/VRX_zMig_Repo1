           EXEC SQL
                INCLUDE DCLIAVAL
           END-EXEC.
      *    REVENUE-RECOGNITION SCHEDULE RE-SPREAD - SEE CWREVSCH. A
      *    MEETING ADDED OR REMOVED CHANGES HOW MANY SLICES THE
      *    SESSION'S PENDING FEE IS SPREAD OVER.
           EXEC SQL
                INCLUDE CWREVSCH
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-SCHED-MAINT-PARM CARRIES ONE MEETING AND THE FUNCTION TO
      *    APPLY. LS-RETURN-CODE COMES BACK '0' WHEN THE MEETING WAS
              88 LS-SCHED-UNKNOWN-ENO           VALUE 'U'.
              88 LS-SCHED-SUB-UNAVAILABLE       VALUE 'V'.
              88 LS-SCHED-FAILED                VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-SCHED-QUIESCED              VALUE 'Q'.
      *    LS-SUBSTITUTE-ENO - FUNCTION 'S' ONLY. THE COVERING
      *    INSTRUCTOR FOR THE KEYED MEETING DATE; BLANK CLEARS THE
      *    SUBSTITUTION (THE REGULAR INSTRUCTOR TAUGHT AFTER ALL).
       PROCEDURE DIVISION USING LS-SCHED-MAINT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-SCHED-OK            TO TRUE.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-SCHED-QUIESCED TO TRUE
               DISPLAY ' MEETING REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
      *    A MISKEYED FUNCTION CODE MUST NEVER FALL THROUGH INTO THE
      *    DELETE PATH.
           EVALUATE TRUE
               SET LS-SCHED-FAILED TO TRUE
               DISPLAY ' INVALID FUNCTION CODE : ' LS-FUNCTION
           END-EVALUATE.
           IF LS-SCHED-OK
              AND (LS-FUNCTION-ADD OR LS-FUNCTION-REMOVE)
               MOVE LS-SESSION-CATG   TO RSC-SESSION-CATG
               MOVE LS-SESSION-ID     TO RSC-SESSION-ID
               PERFORM REBUILD-REV-SCHEDULE-PARA
               IF RSC-FAILED
                   SET LS-SCHED-FAILED TO TRUE
               END-IF
           END-IF.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
      * taught one meeting. A non-blank substitute must exist on
      * EMP999 and have no blackout covering the meeting date - the
      * same fail-closed posture as ETRB004's availability check.
      * Someone end-dated before the meeting date has left and is
      * refused as unknown.
       SUBSTITUTE-MEETING-PARA.
           IF LS-SUBSTITUTE-ENO NOT = SPACES
               PERFORM CHECK-SUBSTITUTE-PARA
               INTO :WS-HOLD-ENAME
               FROM VIJILAK.EMP999
              WHERE ENO = :DCLEMP999.ENO
                AND (LEAVE_DATE IS NULL
                     OR LEAVE_DATE >= DATE(:LS-MEETING-DATE))
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-SCHED-UNKNOWN-ENO TO TRUE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *    REVENUE-RECOGNITION SCHEDULE RE-SPREAD.
           EXEC SQL
             INCLUDE CPREVSCH
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
