      *               APPROVAL DATE AND AN OPTIONAL EXPIRY. THE ENO
      *               MUST EXIST ON EMP999 AND THE CATEGORY ON
      *               COURSE_CATALOG - A TYPO MUST NEVER MINT A
      *               QUALIFICATION. AN ENO END-DATED ON OR
      *               BEFORE TODAY HAS LEFT AND IS REFUSED THE SAME.
      *      REVOKE - REMOVE THE APPROVAL (THE INSTRUCTOR LOST OR
      *               LAPSED IT). EXISTING SESSION_INSTRUCTOR ROWS
      *               ARE LEFT ALONE - UNPICKING LIVE TEACHING IS A
           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-QUAL-PARM NAMES THE INSTRUCTOR AND CATEGORY AND CARRIES
      *    THE ACTION: 'G' GRANT (APPROVAL DATE REQUIRED, EXPIRY
              88 LS-QUAL-BAD-INPUT              VALUE 'Z'.
              88 LS-QUAL-UNAUTHORIZED           VALUE 'X'.
              88 LS-QUAL-FAILED                 VALUE '9'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-QUAL-QUIESCED               VALUE 'Q'.
           10 LS-AUTH-USR-ID          PIC X(8).
       PROCEDURE DIVISION USING LS-QUAL-PARM.
           DISPLAY 'PROGRAM STARTED'.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-QUAL-QUIESCED TO TRUE
               DISPLAY ' QUALIFICATION ACTION REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 'ETRB026'              TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID         TO AUT-USR-ID.
           MOVE 'QUALMNT '             TO AUT-FUNCTION.
               INTO :WS-HOLD-ENAME
               FROM VIJILAK.EMP999
              WHERE ENO = :DCLEMP999.ENO
                AND (LEAVE_DATE IS NULL
                     OR LEAVE_DATE > CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               SET LS-QUAL-UNKNOWN-ENO TO TRUE
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
