000080*  INSTRUCTOR TEACHING-PAY CALCULATION RUN (MONTHLY).             *
000090*  INSTRUCTORS ARE PAID PER TEACHING DAY BUT PAYROLL GOT A       *
000100*  HAND-ASSEMBLED SPREADSHEET. THIS JOB WALKS SESSION_INSTRUCTOR *
000110*  FOR SESSIONS THAT STARTED IN THE PRIOR ACCOUNTING PERIOD,     *
000120*  PRICES EACH ASSIGNMENT AS SESSION_DURATION TIMES THE DAY     *
000130*  RATE FOR ITS ROLE (DYR-DAY-RATE-PRIMARY FOR 'P',             *
000140*  DYR-DAY-RATE-CO FOR 'C' - SHARED WITH THE ETROP88 SESSION    *
000150*  P&L, SEE CWDAYRT), JOINS EMP999 FOR THE NAME, AND WRITES     *
000160*  BOTH THE PAYEXT PAYROLL INTERFACE FILE (ONE RECORD PER       *
000170*  INSTRUCTOR WITH THE MONTH'S TOTAL) AND THE PAYRPT PRINTED    *
000180*  REGISTER IN THE SHARED CWAMTEDT/CPAMTEDT DEBIT EDIT, WITH    *
000640       88 WS-NO-ERROR                            VALUE SPACES.
000650       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000660       88 WS-FATAL-ERROR                         VALUE 'F'.
000730    05 WS-PAY-PERIOD                   PIC X(07).
000740    05 WS-ASSIGNMENT-COUNT             PIC S9(9) COMP VALUE 0.
000750*    DAYS OF THIS ASSIGNMENT A SUBSTITUTE ACTUALLY TAUGHT -
002280       INCLUDE CWAMTEDT
002290     END-EXEC.

002292*    TEACHING DAY RATES BY INSTRUCTOR_ROLE - SEE CWDAYRT.
002294     EXEC SQL
002296       INCLUDE CWDAYRT
002298     END-EXEC.

002300*    ACCOUNTING-PERIOD CLOSE-STATUS CHECK - SEE CWPERCL.
002310     EXEC SQL
002320       INCLUDE CWPERCL
002330     END-EXEC.
002332*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
002334     EXEC SQL
002336       INCLUDE CWFISPER
002338     END-EXEC.

002340******************************************************************
002350*                     DB2 SECTION                                *

002470******************************************************************
002480*  EVERY ASSIGNMENT OF A NOT-CANCELLED SESSION THAT STARTED IN   *
002490*  THE PRIOR ACCOUNTING PERIOD, IN INSTRUCTOR ORDER SO THE       *
002500*  PER-INSTRUCTOR BREAK FALLS OUT OF THE ORDERING.               *
002510******************************************************************
002520     EXEC SQL DECLARE TEACHING-PAY CURSOR
002610         AND S.SESSION_ID         = I.SESSION_ID
002620         AND E.ENO                = I.ENO
002630         AND S.SESSION_STATUS     NOT = 'C'
002640         AND S.SESSION_START_DATE
002660             BETWEEN :FP-START-DATE AND :FP-END-DATE
002690       ORDER BY I.ENO, S.SESSION_CATG, S.SESSION_ID
002700     END-EXEC.

002710******************************************************************
002720*  THE PERIOD'S SUBSTITUTED MEETINGS, ROLLED UP PER COVERING     *
002730*  INSTRUCTOR AND SESSION - PAID AT THE PRIMARY DAY RATE, SINCE  *
002740*  THE SUBSTITUTE STOOD IN FOR THE PRIMARY.                      *
002750******************************************************************
002860         AND S.SESSION_STATUS     NOT = 'C'
002870         AND C.SUBSTITUTE_ENO     IS NOT NULL
002880         AND E.ENO                = C.SUBSTITUTE_ENO
002890         AND S.SESSION_START_DATE
002910             BETWEEN :FP-START-DATE AND :FP-END-DATE
002940       GROUP BY C.SUBSTITUTE_ENO, E.ENAME,
002950                C.SESSION_CATG, C.SESSION_ID,
002960                S.SESSION_START_DATE
003380     PERFORM GET-PAY-PERIOD-PARA.
003390     OPEN OUTPUT PAY-EXT-FILE.
003400     MOVE 'ETROP33'                  TO HT-PROGRAM-ID.
003403     MOVE 'PAYEXT'                   TO HT-INTERFACE-NAME.
003406     MOVE 'PAYROLL'                  TO HT-DESTINATION.
003410     PERFORM BUILD-HEADER-PARA.
003420     MOVE HT-IO-RECORD               TO PAY-EXT-RECORD.
003430     WRITE PAY-EXT-RECORD.
004110* Pay Period Label                                               *
004120******************************************************************
004130 GET-PAY-PERIOD-PARA.
004144     MOVE 'ETROP33'                  TO FP-PROGRAM-ID.
004159     SET FP-PREVIOUS-PERIOD          TO TRUE.
004173     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
004188     IF NOT FP-PERIOD-FOUND
004202       DISPLAY 'RUN REFUSED - NO PRIOR ACCOUNTING PERIOD ON FILE'
004270       PERFORM EXIT-PARA
004280     END-IF.
004282     MOVE FP-PERIOD-LABEL            TO WS-PAY-PERIOD.
004284     MOVE FP-PERIOD-YEAR             TO PCL-PERIOD-YEAR.
004286     MOVE FP-PERIOD-NO               TO PCL-PERIOD-MONTH.
004290*    FINANCE'S CLOSE REGISTER GATES THE RUN - RE-DERIVING PAY
004300*    FOR A CLOSED PERIOD WOULD PAY THE SAME TEACHING TWICE.
004310     PERFORM CHECK-PERIOD-CLOSE-PARA.
004320     IF PCL-PERIOD-CLOSED
004330       DISPLAY 'RUN REFUSED - ACCOUNTING PERIOD IS CLOSED'
004530     END-IF.
004540     IF WS-HOLD-ROLE = 'P'
004550       COMPUTE WS-ASSIGN-PAY =
004560           WS-NET-DAYS * DYR-DAY-RATE-PRIMARY
004570     ELSE
004580       COMPUTE WS-ASSIGN-PAY =
004590           WS-HOLD-DURATION * DYR-DAY-RATE-CO
004600       MOVE WS-HOLD-DURATION         TO WS-NET-DAYS
004610     END-IF.
004620     MOVE WS-HOLD-ENO                TO WS-DT-ENO.
005880       PERFORM WRITE-INSTRUCTOR-TOTAL-PARA
005890     END-IF.
005900     COMPUTE WS-ASSIGN-PAY =
005910         WS-SB-DAYS * DYR-DAY-RATE-PRIMARY.
005920     MOVE WS-HOLD-ENO                TO WS-DT-ENO.
005930     MOVE WS-HOLD-ENAME              TO WS-DT-ENAME.
005940     MOVE WS-HOLD-ROLE               TO WS-DT-ROLE.
