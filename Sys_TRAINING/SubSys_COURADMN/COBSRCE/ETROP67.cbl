000170*  SECTION HEADER SO THE ROOM CAN BE PREPARED WITH NOTICE        *
000180*  INSTEAD OF ON THE DAY. SESSIONS WITH NOTHING DECLARED ARE     *
000190*  SKIPPED - THE REPORT IS A WORKLIST, NOT A ROSTER.             *
000192*  EACH SESSION SECTION IS BURST-MARKED (CWBURST) WITH ITS       *
000194*  INSTRUCTORS' ENOS, THEIR EMP999 DEPARTMENTS AND THE SESSION   *
000196*  COORDINATOR SO ETROP130 CAN SEND EACH OF THEM THEIR SESSIONS. *
000200******************************************************************

000210 ENVIRONMENT DIVISION.
000490    05 WS-PRIOR-CATG                   PIC X(02) VALUE SPACES.
000500    05 WS-PRIOR-ID                     PIC S9(9) USAGE COMP
000510                                       VALUE 0.
000512*    SQLCODE OF THE DECLARED-REQS FETCH, HELD ACROSS THE BURST-KEY
000514*    CURSOR SO THE MAIN LOOP STILL SEES THE FETCH RESULT.
000516    05 WS-MARKER-SAVED-SQLCODE         PIC S9(9) USAGE COMP.
000520*    LOOK-AHEAD WINDOW IN DAYS - COMPILED-IN DEFAULT 7, TUNABLE
000530*    THROUGH SYSTEM_PARAMETER (RCBT004A).
000540    05 WS-LEAD-DAYS                    PIC S9(9) USAGE COMP
001140       INCLUDE CWJOBLOG
001150     END-EXEC.

001151*    REPORT BURST-MARKER FIELDS - SEE CWBURST.
001152     EXEC SQL
001153       INCLUDE CWBURST
001154     END-EXEC.

001160******************************************************************
001170*                     DB2 SECTION                                *
001180******************************************************************
001500       ORDER BY R.SESSION_CATG, R.SESSION_ID, R.FULL_NAME
001510     END-EXEC.

00151A******************************************************************
00151B*  EVERY BURST KEY OF ONE SESSION - ITS COORDINATOR ('U'), EACH   *
00151C*  ASSIGNED INSTRUCTOR ('I') AND EACH INSTRUCTOR'S DEPARTMENT     *
00151D*  ('D'), ONE ROW PER DISTINCT KEY.                               *
00151E******************************************************************
00151F     EXEC SQL DECLARE BURST-KEYS CURSOR
00151G      FOR
00151H      SELECT 'U', S.USR_ID
00151I        FROM DBODEVP.TRAINING_SESSION S
00151J       WHERE S.SESSION_CATG = :WS-RQ-SESSION-CATG
00151K         AND S.SESSION_ID   = :WS-RQ-SESSION-ID
00151L      UNION
00151M      SELECT 'I', I.ENO
00151N        FROM DBODEVP.SESSION_INSTRUCTOR I
00151O       WHERE I.SESSION_CATG = :WS-RQ-SESSION-CATG
00151P         AND I.SESSION_ID   = :WS-RQ-SESSION-ID
00151Q      UNION
00151R      SELECT 'D', E.EDEPT
00151S        FROM DBODEVP.SESSION_INSTRUCTOR I,
00151T             VIJILAK.EMP999 E
00151U       WHERE I.SESSION_CATG = :WS-RQ-SESSION-CATG
00151V         AND I.SESSION_ID   = :WS-RQ-SESSION-ID
00151W         AND E.ENO          = I.ENO
00151X       ORDER BY 1, 2
00151Y     END-EXEC.

001520 01 WS-END                             PIC X(50) VALUE
001530     'ETROP67-WORKING STORAGE SECTION ENDS HERE'.

001600     PERFORM GET-PARAMETERS-PARA.

001610     OPEN OUTPUT SREQ-RPT-FILE.
001614     MOVE 'SREQRPT'                  TO BK-REPORT-ID.
001620     WRITE SREQ-RPT-RECORD           FROM WS-HDG-LINE.

001630     EXEC SQL
002350       MOVE WS-RQ-SESSION-CATG       TO WS-PRIOR-CATG
002360       MOVE WS-RQ-SESSION-ID         TO WS-PRIOR-ID
002370       MOVE 'N'                      TO WS-FIRST-SESSION-SW
002374       PERFORM WRITE-SESSION-MARKERS-PARA
002380       MOVE SPACES                   TO SREQ-RPT-RECORD
002390       WRITE SREQ-RPT-RECORD
002400       MOVE WS-RQ-SESSION-CATG       TO WS-SS-CATG
002510     WRITE SREQ-RPT-RECORD           FROM WS-DET-LINE.

002520******************************************************************
002521* Session Burst Markers                                          *
002522******************************************************************
002523*    ONE MARKER PER BURST KEY OF THE NEW SESSION, BACK TO BACK
002524*    AHEAD OF ITS SECTION. A SESSION WITH NO INSTRUCTOR ASSIGNED
002525*    STILL CARRIES ITS COORDINATOR'S MARKER.
002526 WRITE-SESSION-MARKERS-PARA.
002527     MOVE SQLCODE                    TO WS-MARKER-SAVED-SQLCODE.
002528     EXEC SQL
002529       OPEN BURST-KEYS
00252A     END-EXEC.
00252B     IF SQLCODE NOT = 0
00252C       MOVE 'OPEN  '                 TO EL-ERROR-ACTION
00252D       MOVE 'BURST-KEYS'             TO EL-ERROR-DB2-OBJECT
00252E       PERFORM CHECK-SQLCODE-PARA
00252F       PERFORM EXIT-PARA
00252G     END-IF.
00252H     PERFORM WRITE-ONE-MARKER-PARA
00252I       UNTIL SQLCODE = 100.
00252J     EXEC SQL
00252K       CLOSE BURST-KEYS
00252L     END-EXEC.
00252M     IF SQLCODE NOT = 0
00252N       MOVE 'CLOSE '                 TO EL-ERROR-ACTION
00252O       MOVE 'BURST-KEYS'             TO EL-ERROR-DB2-OBJECT
00252P       PERFORM CHECK-SQLCODE-PARA
00252Q     END-IF.
00252R     MOVE WS-MARKER-SAVED-SQLCODE    TO SQLCODE.

00252S WRITE-ONE-MARKER-PARA.
00252T     EXEC SQL
00252U       FETCH BURST-KEYS
00252V        INTO :BK-BURST-TYPE,
00252W             :BK-BURST-KEY
00252X     END-EXEC.
00252Y     EVALUATE SQLCODE
00252Z       WHEN 0
002530         PERFORM BUILD-BURST-MARKER-PARA
002531         WRITE SREQ-RPT-RECORD       FROM BK-IO-RECORD
002532       WHEN 100
002533         CONTINUE
002534       WHEN OTHER
002535         MOVE 'FETCH '               TO EL-ERROR-ACTION
002536         MOVE 'BURST-KEYS'           TO EL-ERROR-DB2-OBJECT
002537         PERFORM CHECK-SQLCODE-PARA
002538         PERFORM EXIT-PARA
002539     END-EVALUATE.

00253A******************************************************************
00253B* End-Of-Run Totals                                              *
002540******************************************************************
002550 WRITE-TOTALS-PARA.
002552     SET BK-TYPE-WHOLE-REPORT        TO TRUE.
002554     PERFORM BUILD-BURST-MARKER-PARA.
002556     WRITE SREQ-RPT-RECORD           FROM BK-IO-RECORD.
002560     MOVE SPACES                     TO SREQ-RPT-RECORD.
002570     WRITE SREQ-RPT-RECORD.
002580     MOVE 'SESSIONS NEEDING PREP    :' TO WS-CN-LABEL.
002620     MOVE WS-LINE-COUNT              TO WS-CN-COUNT.
002630     WRITE SREQ-RPT-RECORD           FROM WS-CNT-LINE.

002631******************************************************************
002632* Report Burst Marker                                            *
002633******************************************************************
002634     EXEC SQL
002635       INCLUDE CPBURST
002636     END-EXEC.

002640******************************************************************
002650* Error Logging                                                  *
002660******************************************************************
