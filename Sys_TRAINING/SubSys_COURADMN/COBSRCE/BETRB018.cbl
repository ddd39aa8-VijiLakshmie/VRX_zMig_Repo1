      *    ONLY THE FIELDS THE CALLER ACTUALLY FILLED IN ARE CHANGED
      *    (ETRB008'S ONLY-CHANGED-FIELDS BEHAVIOUR): A FIELD LEFT
      *    BLANK ON THE PARM LEAVES THE COLUMN ALONE.
      *    IT ALSO ADDS NEW STARTERS AND END-DATES LEAVERS
      *    (LEAVE_DATE - AN EMPLOYEE ROW IS NEVER DELETED, THE
      *    TEACHING AND APPROVAL HISTORY HANGS OFF IT), SO THE ETROP109
      *    INBOUND HR FEED PUTS EVERY CHANGE THROUGH THE SAME EDITS AS
      *    A KEYED ONE. A SALARY OR ROLE CHANGE IS HELD TO THE CPSALCHK
      *    SALARY BAND, AND A KEYED SALARY NEEDS THE SAME 'SALMAINT'
      *    AUTHORITY ETRB009 CHECKS.
       PROGRAM-ID. ETRB018.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-CHANGED-COUNT           PIC S9(4) USAGE COMP VALUE 0.
      *    MANAGER LOOKUP HOLD - A KEYED MANAGER MUST BE A REAL ENO.
       01  WS-MGR-ENAME               PIC X(20).
      *    STORED ROLE AND SALARY - THE BAND CHECK ON A CHANGE TAKES
      *    WHICHEVER OF THE TWO WAS NOT KEYED FROM THE ROW ITSELF.
      *    EROLE IS NULLABLE (SEE ETRB009).
       01  WS-STORED-EROLE            PIC X(2).
       01  WS-STORED-EROLE-IND        PIC S9(4) USAGE COMP.
       01  WS-STORED-ESAL             PIC S9(6)V USAGE COMP-3.
      *    NULL INDICATORS FOR THE OPTIONAL COLUMNS OF A NEW STARTER.
       01  WS-EROLE-IND               PIC S9(4) USAGE COMP.
       01  WS-EDEPT-IND               PIC S9(4) USAGE COMP.
       01  WS-WORK-EMAIL-IND          PIC S9(4) USAGE COMP.
       01  WS-MANAGER-ENO-IND         PIC S9(4) USAGE COMP.
      *    LEAVE DATE AS DB2 NORMALISED IT (ISO).
       01  WS-LEAVE-DATE              PIC X(10).
      *    RCBT003A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
      *    EMAIL-SHAPE VALIDATION ROUTINE WHEN A WORK EMAIL IS KEYED.
       01  WS-RCBT003A-PARM.
           EXEC SQL
                INCLUDE EMP999
           END-EXEC.
           EXEC SQL
                INCLUDE CWSALCHK
           END-EXEC.
      *    ROLE-BASED AUTHORIZATION - SEE CWAUTHCK. CWERRLOG RIDES
      *    ALONG SO A DENIAL CAN BE LOGGED THROUGH CPERRBAT.
           EXEC SQL
                INCLUDE CWERRLOG
           END-EXEC.
           EXEC SQL
                INCLUDE CWAUTHCK
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
           EXEC SQL
                INCLUDE CWQUIES
           END-EXEC.
       LINKAGE SECTION.
      *    LS-EMPL-MAINT-PARM IDENTIFIES THE EMPLOYEE AND CARRIES THE
      *    NEW VALUES - ANY COMBINATION OF THE THREE. LS-RETURN-CODE
              88 LS-EMPL-NOTHING-KEYED          VALUE 'X'.
              88 LS-EMPL-BAD-MANAGER            VALUE 'M'.
              88 LS-EMPL-FAILED                 VALUE '9'.
              88 LS-EMPL-ALREADY-ON-FILE        VALUE 'A'.
              88 LS-EMPL-INCOMPLETE             VALUE 'I'.
              88 LS-EMPL-BAND-VIOLATION         VALUE 'B'.
              88 LS-EMPL-BAD-LEAVE-DATE         VALUE 'L'.
              88 LS-EMPL-UNAUTHORIZED           VALUE 'U'.
      *    'Q' REFUSES DURING A MAINTENANCE WINDOW - SEE CWQUIES.
              88 LS-EMPL-QUIESCED               VALUE 'Q'.
      *    LS-MANAGER-ENO, WHEN KEYED, MUST ITSELF EXIST ON EMP999 -
      *    AN UNKNOWN MANAGER BOUNCES 'M'. APPENDED SO OLDER CALLERS'
      *    FIELD OFFSETS STILL LINE UP; BLANK LEAVES THE COLUMN ALONE.
      *    A MANAGER WHO HAS ALREADY LEFT BOUNCES 'M' THE SAME WAY.
           10 LS-MANAGER-ENO          PIC X(4).
      *    LS-MAINT-ACTION PICKS THE JOB: BLANK OR 'C' CHANGES THE
      *    KEYED FIELDS AS ABOVE; 'A' ADDS A NEW STARTER (LS-ENAME
      *    AND LS-ESAL REQUIRED, ELSE 'I'; AN ENO ALREADY ON FILE
      *    BOUNCES 'A'); 'L' END-DATES A LEAVER ON LS-LEAVE-DATE
      *    (BLANK = TODAY; NOT A DATE BOUNCES 'L'). LS-ENAME AND
      *    LS-ESAL, WHEN KEYED ON A CHANGE, REPLACE ENAME AND ESAL.
      *    EVERY SALARY AND EVERY ROLE CHANGE IS BAND-CHECKED ('B',
      *    WITH THE BAND HANDED BACK), AND A KEYED SALARY NEEDS
      *    'SALMAINT' AUTHORITY FOR LS-AUTH-USR-ID ('U' OTHERWISE).
      *    NOTHING IS WRITTEN UNTIL EVERY EDIT HAS PASSED.
           10 LS-MAINT-ACTION         PIC X(1).
              88 LS-MAINT-CHANGE                VALUE ' ' 'C'.
              88 LS-MAINT-ADD                   VALUE 'A'.
              88 LS-MAINT-LEAVE                 VALUE 'L'.
           10 LS-ENAME                PIC X(20).
           10 LS-ESAL                 PIC S9(6)V USAGE COMP-3.
           10 LS-LEAVE-DATE           PIC X(10).
           10 LS-AUTH-USR-ID          PIC X(8).
           10 LS-SALBAND-MIN          PIC S9(6)V USAGE COMP-3.
           10 LS-SALBAND-MAX          PIC S9(6)V USAGE COMP-3.
       PROCEDURE DIVISION USING LS-EMPL-MAINT-PARM.
           DISPLAY 'PROGRAM STARTED'.
           SET LS-EMPL-OK             TO TRUE.
           PERFORM CHECK-QUIESCE-PARA.
           IF QSC-QUIESCED
               SET LS-EMPL-QUIESCED TO TRUE
               DISPLAY ' EMPLOYEE CHANGE REFUSED - '
                   QSC-MESSAGE
               DISPLAY 'PROGRAM ENDED'
               GOBACK
           END-IF.
           MOVE 0                     TO WS-CHANGED-COUNT.
           MOVE 0                     TO LS-SALBAND-MIN.
           MOVE 0                     TO LS-SALBAND-MAX.
           IF LS-ESAL > 0
               PERFORM EDIT-SALARY-AUTHORITY-PARA
           END-IF.
           IF LS-EMPL-OK
               EVALUATE TRUE
                 WHEN LS-MAINT-ADD
                   PERFORM ADD-EMPLOYEE-PARA
                 WHEN LS-MAINT-LEAVE
                   PERFORM END-DATE-EMPLOYEE-PARA
                 WHEN OTHER
                   PERFORM CHANGE-EMPLOYEE-PARA
               END-EVALUATE
           END-IF.
           DISPLAY 'PROGRAM ENDED'.
           GOBACK.
      *
       CHANGE-EMPLOYEE-PARA.
           IF LS-EROLE = SPACES AND LS-EDEPT = SPACES
              AND LS-WORK-EMAIL = SPACES
              AND LS-MANAGER-ENO = SPACES
              AND LS-ENAME = SPACES
              AND LS-ESAL NOT > 0
               SET LS-EMPL-NOTHING-KEYED TO TRUE
               DISPLAY ' NOTHING KEYED - NO CHANGE APPLIED '
           ELSE
               IF LS-MANAGER-ENO NOT = SPACES AND LS-EMPL-OK
                   PERFORM EDIT-MANAGER-PARA
               END-IF
               IF (LS-EROLE NOT = SPACES OR LS-ESAL > 0)
                  AND LS-EMPL-OK
                   PERFORM EDIT-CHANGE-BAND-PARA
               END-IF
               IF LS-EMPL-OK
                   PERFORM APPLY-CHANGES-PARA
               END-IF
           END-IF.
      *
      * EDIT-SALARY-AUTHORITY-PARA - a keyed salary goes through the
      * same USER_AUTHORITY function ETRB009 guards ESAL with.
       EDIT-SALARY-AUTHORITY-PARA.
           MOVE 'ETRB018'             TO AUT-MODULE.
           MOVE LS-AUTH-USR-ID        TO AUT-USR-ID.
           MOVE 'SALMAINT'            TO AUT-FUNCTION.
           PERFORM CHECK-AUTHORITY-PARA.
           IF AUT-DENIED
               SET LS-EMPL-UNAUTHORIZED TO TRUE
               DISPLAY ' CHANGE NOT APPLIED - NOT AUTHORIZED FOR '
                       'SALARY '
           END-IF.
      *
       EDIT-EMAIL-PARA.
           MOVE LS-WORK-EMAIL         TO WS-VALID-EMAIL-TEXT.
      *
      * EDIT-MANAGER-PARA - the keyed manager must be a real employee,
      * and nobody can be their own manager. Fails closed ('M') on a
      * lookup error. A manager end-dated on or before today has gone
      * and cannot approve anything, so counts as unknown.
       EDIT-MANAGER-PARA.
           IF LS-MANAGER-ENO = LS-ENO
               SET LS-EMPL-BAD-MANAGER TO TRUE
                   INTO :WS-MGR-ENAME
                   FROM VIJILAK.EMP999
                  WHERE ENO = :ENO
                    AND (LEAVE_DATE IS NULL
                         OR LEAVE_DATE > CURRENT DATE)
               END-EXEC
               IF SQLCODE NOT = 0
                   SET LS-EMPL-BAD-MANAGER TO TRUE
               END-IF
           END-IF.
      *
      * EDIT-CHANGE-BAND-PARA - a new role is checked against the
      * salary the employee will have after the change (the keyed one,
      * else the stored one), and a new salary against the role they
      * will hold, so a promotion cannot leave the pay out of band.
      * The stored-row read also settles NOT-FOUND before any update.
       EDIT-CHANGE-BAND-PARA.
           MOVE LS-ENO                TO ENO.
           EXEC SQL
             SELECT EROLE, ESAL
               INTO :WS-STORED-EROLE :WS-STORED-EROLE-IND,
                    :WS-STORED-ESAL
               FROM VIJILAK.EMP999
              WHERE ENO = :ENO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               IF WS-STORED-EROLE-IND < 0
                   MOVE SPACES        TO WS-STORED-EROLE
               END-IF
               IF LS-EROLE NOT = SPACES
                   MOVE LS-EROLE      TO SALBAND-ROLE
               ELSE
                   MOVE WS-STORED-EROLE TO SALBAND-ROLE
               END-IF
               IF LS-ESAL > 0
                   MOVE LS-ESAL       TO SALBAND-ESAL
               ELSE
                   MOVE WS-STORED-ESAL TO SALBAND-ESAL
               END-IF
               PERFORM EDIT-BAND-PARA
             WHEN 100
               SET LS-EMPL-NOT-FOUND TO TRUE
               DISPLAY ' ENO NOT FOUND : ' LS-ENO
             WHEN OTHER
               SET LS-EMPL-FAILED TO TRUE
               DISPLAY ' EMPLOYEE READ FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
       EDIT-BAND-PARA.
           PERFORM SALARY-BAND-CHECK-PARA.
           IF SALBAND-INVALID
               SET LS-EMPL-BAND-VIOLATION TO TRUE
               MOVE SALBAND-MIN       TO LS-SALBAND-MIN
               MOVE SALBAND-MAX       TO LS-SALBAND-MAX
               DISPLAY ' CHANGE NOT APPLIED - SALARY OUT OF BAND FOR '
                       'ROLE : ' SALBAND-ROLE
           END-IF.
      *
      * APPLY-CHANGES-PARA updates each keyed field separately, the
      * same only-changed-fields shape ETRB008 uses for registration
      * contacts. The first update's 100 settles NOT-FOUND for all.
               END-EXEC
               PERFORM CHECK-UPDATE-PARA
           END-IF.
           IF LS-ENAME NOT = SPACES AND LS-EMPL-OK
               MOVE LS-ENAME          TO ENAME
               EXEC SQL
                 UPDATE VIJILAK.EMP999
                    SET ENAME = :ENAME
                  WHERE ENO   = :ENO
               END-EXEC
               PERFORM CHECK-UPDATE-PARA
           END-IF.
           IF LS-ESAL > 0 AND LS-EMPL-OK
               MOVE LS-ESAL           TO ESAL
               EXEC SQL
                 UPDATE VIJILAK.EMP999
                    SET ESAL = :ESAL
                  WHERE ENO  = :ENO
               END-EXEC
               PERFORM CHECK-UPDATE-PARA
           END-IF.
           IF LS-EMPL-OK
               DISPLAY ' EMPLOYEE MASTER UPDATED FOR ENO : ' LS-ENO
           END-IF.
      *
      * ADD-EMPLOYEE-PARA puts a new starter on the master. Name and
      * salary are the two columns nobody can guess; role, department,
      * work email and manager go in NULL when not keyed, to be filled
      * in later by an ordinary change. The salary is banded against
      * the keyed role (the default band when none is keyed).
       ADD-EMPLOYEE-PARA.
           IF LS-ENO = SPACES OR LS-ENAME = SPACES
              OR LS-ESAL NOT > 0
               SET LS-EMPL-INCOMPLETE TO TRUE
               DISPLAY ' STARTER NOT ADDED - ENO, NAME AND SALARY '
                       'ARE REQUIRED '
           END-IF.
           IF LS-WORK-EMAIL NOT = SPACES AND LS-EMPL-OK
               PERFORM EDIT-EMAIL-PARA
           END-IF.
           IF LS-MANAGER-ENO NOT = SPACES AND LS-EMPL-OK
               PERFORM EDIT-MANAGER-PARA
           END-IF.
           IF LS-EMPL-OK
               MOVE LS-EROLE          TO SALBAND-ROLE
               MOVE LS-ESAL           TO SALBAND-ESAL
               PERFORM EDIT-BAND-PARA
           END-IF.
           IF LS-EMPL-OK
               PERFORM INSERT-EMPLOYEE-PARA
           END-IF.
      *
       INSERT-EMPLOYEE-PARA.
           MOVE LS-ENO                TO ENO.
           MOVE LS-ENAME              TO ENAME.
           MOVE LS-ESAL               TO ESAL.
           MOVE LS-EROLE              TO EROLE.
           MOVE LS-EDEPT              TO EDEPT.
           MOVE LS-WORK-EMAIL         TO WORK-EMAIL-TEXT.
           MOVE LENGTH OF LS-WORK-EMAIL
                                      TO WORK-EMAIL-LEN.
           MOVE LS-MANAGER-ENO        TO MANAGER-ENO.
           MOVE 0                     TO WS-EROLE-IND.
           MOVE 0                     TO WS-EDEPT-IND.
           MOVE 0                     TO WS-WORK-EMAIL-IND.
           MOVE 0                     TO WS-MANAGER-ENO-IND.
           IF LS-EROLE = SPACES
               MOVE -1                TO WS-EROLE-IND
           END-IF.
           IF LS-EDEPT = SPACES
               MOVE -1                TO WS-EDEPT-IND
           END-IF.
           IF LS-WORK-EMAIL = SPACES
               MOVE -1                TO WS-WORK-EMAIL-IND
           END-IF.
           IF LS-MANAGER-ENO = SPACES
               MOVE -1                TO WS-MANAGER-ENO-IND
           END-IF.
           EXEC SQL
             INSERT INTO VIJILAK.EMP999
                    (ENO, ENAME, ESAL, EROLE, EDEPT,
                     WORK_EMAIL, MANAGER_ENO, LEAVE_DATE)
             VALUES (:ENO, :ENAME, :ESAL,
                     :EROLE :WS-EROLE-IND,
                     :EDEPT :WS-EDEPT-IND,
                     :WORK-EMAIL :WS-WORK-EMAIL-IND,
                     :MANAGER-ENO :WS-MANAGER-ENO-IND,
                     NULL)
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               DISPLAY ' EMPLOYEE ADDED : ' LS-ENO
             WHEN -803
               SET LS-EMPL-ALREADY-ON-FILE TO TRUE
               DISPLAY ' STARTER NOT ADDED - ENO ALREADY ON FILE : '
                       LS-ENO
             WHEN OTHER
               SET LS-EMPL-FAILED TO TRUE
               DISPLAY ' EMPLOYEE INSERT FAILED '
               DISPLAY ' SQL CODE   '  WS-SQLCODE
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * END-DATE-EMPLOYEE-PARA stamps LEAVE_DATE rather than deleting
      * the row. A blank date means today; DB2 itself decides whether
      * a keyed one is a date, and hands it back in ISO form.
       END-DATE-EMPLOYEE-PARA.
           IF LS-LEAVE-DATE = SPACES
               EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-LEAVE-DATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                 SELECT CHAR(DATE(:LS-LEAVE-DATE), ISO)
                   INTO :WS-LEAVE-DATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               SET LS-EMPL-BAD-LEAVE-DATE TO TRUE
               DISPLAY ' LEAVER NOT END-DATED - BAD LEAVE DATE : '
                       LS-LEAVE-DATE
           ELSE
               MOVE LS-ENO            TO ENO
               MOVE WS-LEAVE-DATE     TO LEAVE-DATE
               EXEC SQL
                 UPDATE VIJILAK.EMP999
                    SET LEAVE_DATE = :LEAVE-DATE
                  WHERE ENO        = :ENO
               END-EXEC
               PERFORM CHECK-UPDATE-PARA
               IF LS-EMPL-OK
                   MOVE WS-LEAVE-DATE TO LS-LEAVE-DATE
                   DISPLAY ' EMPLOYEE END-DATED : ' LS-ENO
                           ' ' WS-LEAVE-DATE
               END-IF
           END-IF.
      *
       CHECK-UPDATE-PARA.
           MOVE SQLCODE TO WS-SQLCODE.
               DISPLAY ' SQL STATE  '  SQLSTATE
               DISPLAY ' SQL ERRMC  '  SQLERRMC
           END-EVALUATE.
      *
      * Salary-Band Edit Check
           EXEC SQL
             INCLUDE CPSALCHK
           END-EXEC.
      *    AUTHORIZATION CHECK AND ERROR-LOG FRAMEWORK.
           EXEC SQL
             INCLUDE CPAUTHCK
           END-EXEC.
           EXEC SQL
             INCLUDE CPERRBAT
           END-EXEC.
      *    MAINTENANCE-WINDOW CHECK.
           EXEC SQL
             INCLUDE CPQUIES
           END-EXEC.
