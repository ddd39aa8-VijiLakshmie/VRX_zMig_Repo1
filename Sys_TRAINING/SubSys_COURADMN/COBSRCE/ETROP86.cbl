000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP86.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  9/14/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  DEPARTMENT TRAINING BUDGET REPORT (MONTHLY, FOR FINANCE).     *
000090*  DEPT_TRAINING_BUDGET HOLDS EACH DEPARTMENT'S ALLOCATION FOR   *
000100*  THE YEAR AND ETRB025 HOLDS AN ENO APPROVAL THAT WOULD TAKE    *
000110*  THE DEPARTMENT PAST IT. THIS JOB SHOWS, PER DEPARTMENT, FOR   *
000120*  THE YEAR OF THE MONTH JUST ENDED:                             *
000130*    ALLOCATED - THE DEPT_TRAINING_BUDGET ROW                    *
000140*    COMMITTED - EVERY ACTIVE OR PENDING ENO SEAT OF A SESSION   *
000150*                STARTING IN THE YEAR, THE ETRB025 BASIS         *
000160*    ACTUAL    - SEATS ACTUALLY RECHARGED (ETROP85 BASIS:        *
000170*                COMPLETED OR NO-SHOW, SESSION DELIVERED FROM    *
000180*                THE START OF THE YEAR TO THE END OF THE MONTH)  *
000190*    REMAINING - ALLOCATED LESS COMMITTED, AND THE PERCENTAGE    *
000200*                OF THE ALLOCATION COMMITTED                     *
000210*    OVERRIDES - APPROVALS LOGGED TO BUDGET_OVERRIDE THIS YEAR   *
000220*  A DEPARTMENT WITH SEATS BUT NO BUDGET ROW PRINTS AS NO        *
000230*  BUDGET; ONE COMMITTED PAST ITS ALLOCATION AS OVER BUDGET.     *
000240*  THE MONTH JUST ENDED IS THE PRIOR ACCOUNTING PERIOD FROM      *
000250*  RCBT009A (A CALENDAR MONTH WHEN CALENDAR-MONTHS IS SET - SEE  *
000251*  CWFISPER). THE YEAR IS ALWAYS THE FISCAL YEAR ON              *
000252*  FISCAL_PERIOD THAT THE PERIOD ENDS IN - THE YEAR THE          *
000253*  ALLOCATION ROWS ARE KEPT IN - AND A SESSION COUNTS TO IT BY   *
000254*  THE FISCAL PERIOD ITS START (COMMITTED) OR END (ACTUAL)       *
000255*  FALLS IN, AS ETRB025 ENFORCES IT.                             *
000260******************************************************************

000270 ENVIRONMENT DIVISION.

000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. Z900.
000300 OBJECT-COMPUTER. Z900.

000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BUDG-RPT-FILE  ASSIGN TO BUDGRPT
000340            ORGANIZATION  IS LINE SEQUENTIAL.

000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  BUDG-RPT-FILE
000380     RECORD CONTAINS 132 CHARACTERS.
000390 01  BUDG-RPT-RECORD                 PIC X(132).

000400 WORKING-STORAGE SECTION.

000410 01 WS-BEGIN                          PIC  X(36) VALUE
000420     'ETROP86 WORKING STORAGE STARTS HERE'.

000430******************************************************************
000440*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000450******************************************************************
000460 01 WS-VARIABLES.
000470    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000480       88 WS-NO-ERROR                            VALUE SPACES.
000490       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000500       88 WS-FATAL-ERROR                         VALUE 'F'.
000510    05 WS-REPORT-PERIOD                PIC X(07).
000520    05 WS-FISCAL-YEAR                  PIC S9(4) USAGE COMP.
000530    05 WS-DEPT-COUNT                   PIC S9(9) COMP VALUE 0.
000540    05 WS-OVER-COUNT                   PIC S9(9) COMP VALUE 0.
000550    05 WS-UNBUDGETED-COUNT             PIC S9(9) COMP VALUE 0.
000560    05 WS-EDEPT                        PIC X(04).
000570    05 WS-ALLOCATED                    PIC S9(9)V99 COMP-3.
000580    05 WS-ALLOCATED-IND                PIC S9(4) COMP.
000590    05 WS-COMMITTED                    PIC S9(11)V99 COMP-3.
000600    05 WS-ACTUAL                       PIC S9(11)V99 COMP-3.
000610    05 WS-REMAINING                    PIC S9(11)V99 COMP-3.
000620    05 WS-OVERRIDES                    PIC S9(9) COMP.
000630    05 WS-PCT-USED                     PIC S9(5)V9 COMP-3.
000640    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
000650    05 WS-TOT-ALLOCATED                PIC S9(11)V99 COMP-3
000660                                       VALUE 0.
000670    05 WS-TOT-COMMITTED                PIC S9(11)V99 COMP-3
000680                                       VALUE 0.
000690    05 WS-TOT-ACTUAL                   PIC S9(11)V99 COMP-3
000700                                       VALUE 0.
000710    05 WS-TOT-OVERRIDES                PIC S9(9) COMP VALUE 0.

000720******************************************************************
000730*  REPORT LINE LAYOUTS                                           *
000740******************************************************************
000750 01 WS-RPT-LINES.
000760    05 WS-HDG-LINE.
000770       10 FILLER                       PIC X(44) VALUE
000780          'DEPARTMENT TRAINING BUDGET - YEAR TO DATE - '.
000790       10 WS-HD-PERIOD                 PIC X(07).
000800       10 FILLER                       PIC X(81) VALUE SPACES.
000810    05 WS-COL-LINE.
000820       10 FILLER                       PIC X(44) VALUE
000830          'DEPT     ALLOCATED     COMMITTED        ACTU'.
000840       10 FILLER                       PIC X(44) VALUE
000850          'AL     REMAINING  % USED  OVRD  STATUS      '.
000860       10 FILLER                       PIC X(44) VALUE SPACES.
000870    05 WS-DET-LINE.
000880       10 WS-DT-EDEPT                  PIC X(04).
000890       10 FILLER                       PIC X(02) VALUE SPACES.
000900       10 WS-DT-ALLOCATED              PIC X(12).
000910       10 FILLER                       PIC X(02) VALUE SPACES.
000920       10 WS-DT-COMMITTED              PIC X(12).
000930       10 FILLER                       PIC X(02) VALUE SPACES.
000940       10 WS-DT-ACTUAL                 PIC X(12).
000950       10 FILLER                       PIC X(02) VALUE SPACES.
000960       10 WS-DT-REMAINING              PIC X(12).
000970       10 FILLER                       PIC X(02) VALUE SPACES.
000980       10 WS-DT-PCT                    PIC ZZZ9.9.
000990       10 FILLER                       PIC X(02) VALUE SPACES.
001000       10 WS-DT-OVERRIDES              PIC ZZZ9.
001010       10 FILLER                       PIC X(02) VALUE SPACES.
001020       10 WS-DT-STATUS                 PIC X(12).
001030       10 FILLER                       PIC X(42) VALUE SPACES.
001040    05 WS-CNT-LINE.
001050       10 WS-CN-LABEL                  PIC X(30).
001060       10 WS-CN-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001070       10 FILLER                       PIC X(91) VALUE SPACES.

001080******************************************************************
001090* Copybook Includes.                                             *
001100******************************************************************
001110     EXEC SQL
001120       INCLUDE CWERRLOG
001130     END-EXEC.

001140*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001150     EXEC SQL
001160       INCLUDE CWJOBLOG
001170     END-EXEC.

001171*    ACCOUNTING-PERIOD RESOLUTION - SEE CWFISPER.
001172     EXEC SQL
001173       INCLUDE CWFISPER
001174     END-EXEC.

001180*    SHARED AMOUNT-EDITING FIELDS - SEE CWAMTEDT.
001190     EXEC SQL
001200       INCLUDE CWAMTEDT
001210     END-EXEC.

001220******************************************************************
001230*                     DB2 SECTION                                *
001240******************************************************************
001250     EXEC SQL
001260       INCLUDE SQLCA
001270     END-EXEC.

001280******************************************************************
001290*  EVERY DEPARTMENT WORTH A LINE: THOSE WITH A BUDGET FOR THE    *
001300*  YEAR, AND THOSE WITHOUT ONE THAT STILL HAVE ENO SEATS IN IT.  *
001310******************************************************************
001320     EXEC SQL DECLARE BUDGET-DEPTS CURSOR
001330      FOR
001340      SELECT B.EDEPT
001350        FROM DBODEVP.DEPT_TRAINING_BUDGET B
001360       WHERE B.FISCAL_YEAR = :WS-FISCAL-YEAR
001370      UNION
001380      SELECT DISTINCT E.EDEPT
001390        FROM DBODEVP.REGISTRATION R,
001400             DBODEVP.TRAINING_SESSION S,
001410             VIJILAK.EMP999 E,
001414             DBODEVP.FISCAL_PERIOD F
001420       WHERE S.SESSION_CATG = R.SESSION_CATG
001430         AND S.SESSION_ID   = R.SESSION_ID
001440         AND E.ENO          = R.ENO
001450         AND E.EDEPT        IS NOT NULL
001460         AND R.REG_STATUS   IN ('A', 'P')
001463         AND S.SESSION_START_DATE BETWEEN F.PERIOD_START
001466                                      AND F.PERIOD_END
001470         AND F.FISCAL_YEAR  = :WS-FISCAL-YEAR
001480       ORDER BY 1
001490     END-EXEC.

001500 01 WS-END                             PIC X(50) VALUE
001510     'ETROP86-WORKING STORAGE SECTION ENDS HERE'.

001520 PROCEDURE DIVISION.

001530 MAIN-LOGIC-PARA.

001540     MOVE 'ETROP86'                    TO EL-ERROR-MODULE.
001550     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001560     MOVE 'ETROP86'                    TO JRL-PROGRAM-ID.
001570     PERFORM LOG-JOB-START-PARA.

001580     PERFORM GET-PERIOD-PARA.

001590     OPEN OUTPUT BUDG-RPT-FILE.
001600     MOVE WS-REPORT-PERIOD           TO WS-HD-PERIOD.
001610     WRITE BUDG-RPT-RECORD           FROM WS-HDG-LINE.
001620     MOVE SPACES                     TO BUDG-RPT-RECORD.
001630     WRITE BUDG-RPT-RECORD.
001640     WRITE BUDG-RPT-RECORD           FROM WS-COL-LINE.

001650     EXEC SQL
001660       OPEN BUDGET-DEPTS
001670     END-EXEC.

001680     IF SQLCODE NOT = 0
001690       MOVE 'OPEN  '                   TO EL-ERROR-ACTION
001700       MOVE 'BUDGET-DEPTS'             TO EL-ERROR-DB2-OBJECT
001710       PERFORM CHECK-SQLCODE-PARA
001720       PERFORM EXIT-PARA
001730     END-IF.

001740     PERFORM REPORT-ONE-DEPT-PARA
001750       UNTIL SQLCODE = 100.

001760     EXEC SQL
001770       CLOSE BUDGET-DEPTS
001780     END-EXEC.

001790     IF SQLCODE NOT = 0
001800       MOVE 'CLOSE '                   TO EL-ERROR-ACTION
001810       MOVE 'BUDGET-DEPTS'             TO EL-ERROR-DB2-OBJECT
001820       PERFORM CHECK-SQLCODE-PARA
001830     END-IF.

001840     PERFORM WRITE-TOTALS-PARA.
001850     CLOSE BUDG-RPT-FILE.

001860     DISPLAY 'DEPARTMENTS REPORTED : ' WS-DEPT-COUNT.
001870     DISPLAY 'OVER BUDGET          : ' WS-OVER-COUNT.
001880     DISPLAY 'WITH NO BUDGET       : ' WS-UNBUDGETED-COUNT.
001890     MOVE 'C'                        TO JRL-RUN-STATUS.
001900     MOVE WS-DEPT-COUNT              TO JRL-ROWS-READ.
001910     MOVE WS-DEPT-COUNT              TO JRL-ROWS-WRITTEN.
001920     PERFORM LOG-JOB-END-PARA.
001930     GOBACK.

001940******************************************************************
001950* The Reporting Month And Its Year                               *
001960******************************************************************
001961*    THE PERIOD FOLLOWS THE RUN BASIS; THE YEAR DOES NOT - THE
001962*    BUDGET ROWS ARE FISCAL YEARS WHATEVER THE PERIODS ARE, SO A
001963*    PERIOD END THE FISCAL CALENDAR DOES NOT COVER STOPS THE RUN
001964*    RATHER THAN REPORTING AGAINST A CALENDAR YEAR.
001970 GET-PERIOD-PARA.
001971     MOVE 'ETROP86'                  TO FP-PROGRAM-ID.
001972     SET FP-PREVIOUS-PERIOD          TO TRUE.
001973     CALL 'RCBT009A' USING FP-RCBT009A-PARM.
001974     IF NOT FP-PERIOD-FOUND
001975       DISPLAY 'RUN REFUSED - NO PRIOR ACCOUNTING PERIOD ON FILE'
001976       PERFORM EXIT-PARA
001977     END-IF.
001978     MOVE FP-PERIOD-LABEL            TO WS-REPORT-PERIOD.
001980     EXEC SQL
001990       SELECT FISCAL_YEAR
002010         INTO :WS-FISCAL-YEAR
002030         FROM DBODEVP.FISCAL_PERIOD
002034        WHERE :FP-END-DATE BETWEEN PERIOD_START AND PERIOD_END
002040     END-EXEC.
002041     EVALUATE SQLCODE
002042       WHEN 0
002043         CONTINUE
002044       WHEN 100
002045         DISPLAY 'RUN REFUSED - NO FISCAL PERIOD COVERS '
002046                 FP-END-DATE
002047         DISPLAY 'LOAD THE FISCAL CALENDAR (ETROP124)'
002048         PERFORM EXIT-PARA
002049       WHEN OTHER
002060         MOVE 'SELECT'               TO EL-ERROR-ACTION
002070         MOVE 'FISCAL_PERIOD'        TO EL-ERROR-DB2-OBJECT
002080         PERFORM CHECK-SQLCODE-PARA
002090         PERFORM EXIT-PARA
002100     END-EVALUATE.

002110******************************************************************
002120* One Department                                                 *
002130******************************************************************
002140 REPORT-ONE-DEPT-PARA.
002150     EXEC SQL
002160       FETCH BUDGET-DEPTS
002170        INTO :WS-EDEPT
002180     END-EXEC.
002190     EVALUATE SQLCODE
002200       WHEN 0
002210         ADD 1                         TO WS-DEPT-COUNT
002220         PERFORM GET-DEPT-FIGURES-PARA
002230         PERFORM WRITE-DEPT-LINE-PARA
002240       WHEN 100
002250         CONTINUE
002260       WHEN OTHER
002270         MOVE 'FETCH '                 TO EL-ERROR-ACTION
002280         MOVE 'BUDGET-DEPTS'           TO EL-ERROR-DB2-OBJECT
002290         PERFORM CHECK-SQLCODE-PARA
002300         PERFORM EXIT-PARA
002310     END-EVALUATE.

002320*    THE FOUR FIGURES FOR THE DEPARTMENT. THE CURSOR'S SQLCODE
002330*    IS KEPT ACROSS THE LOOKUPS SO THE FETCH LOOP ENDS PROPERLY.
002340 GET-DEPT-FIGURES-PARA.
002350     MOVE SQLCODE                    TO WS-SAVED-SQLCODE.

002360     EXEC SQL
002370       SELECT ALLOCATED_AMOUNT
002380         INTO :WS-ALLOCATED :WS-ALLOCATED-IND
002390         FROM DBODEVP.DEPT_TRAINING_BUDGET
002400        WHERE EDEPT       = :WS-EDEPT
002410          AND FISCAL_YEAR = :WS-FISCAL-YEAR
002420     END-EXEC.
002430     EVALUATE SQLCODE
002440       WHEN 0
002450         CONTINUE
002460       WHEN 100
002470         MOVE -1                       TO WS-ALLOCATED-IND
002480       WHEN OTHER
002490         MOVE 'SELECT'                 TO EL-ERROR-ACTION
002500         MOVE 'DEPT_TRAINING_BUDGET'   TO EL-ERROR-DB2-OBJECT
002510         PERFORM CHECK-SQLCODE-PARA
002520         PERFORM EXIT-PARA
002530     END-EVALUATE.
002540     IF WS-ALLOCATED-IND < 0
002550       MOVE 0                          TO WS-ALLOCATED
002560     END-IF.

002570     EXEC SQL
002580       SELECT COALESCE(SUM(COALESCE(R.PRICED_FEE,
002590                                    S.SESSION_FEE, 0)), 0)
002600         INTO :WS-COMMITTED
002610         FROM DBODEVP.REGISTRATION R,
002620              DBODEVP.TRAINING_SESSION S,
002630              VIJILAK.EMP999 E,
002634              DBODEVP.FISCAL_PERIOD F
002640        WHERE S.SESSION_CATG = R.SESSION_CATG
002650          AND S.SESSION_ID   = R.SESSION_ID
002660          AND E.ENO          = R.ENO
002670          AND E.EDEPT        = :WS-EDEPT
002680          AND R.REG_STATUS   IN ('A', 'P')
002683          AND S.SESSION_START_DATE BETWEEN F.PERIOD_START
002686                                       AND F.PERIOD_END
002690          AND F.FISCAL_YEAR  = :WS-FISCAL-YEAR
002700     END-EXEC.
002710     IF SQLCODE NOT = 0
002720       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002730       MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
002740       PERFORM CHECK-SQLCODE-PARA
002750       PERFORM EXIT-PARA
002760     END-IF.

002770*    ACTUAL IS WHAT ETROP85 HAS RECHARGED, OR WILL FOR THE
002780*    MONTH JUST ENDED - DELIVERED SEATS, TO THE END OF THAT
002784*    PERIOD.
002790     EXEC SQL
002800       SELECT COALESCE(SUM(COALESCE(R.PRICED_FEE,
002810                                    S.SESSION_FEE, 0)), 0)
002820         INTO :WS-ACTUAL
002830         FROM DBODEVP.REGISTRATION R,
002840              DBODEVP.TRAINING_SESSION S,
002850              VIJILAK.EMP999 E,
002854              DBODEVP.FISCAL_PERIOD F
002860        WHERE S.SESSION_CATG = R.SESSION_CATG
002870          AND S.SESSION_ID   = R.SESSION_ID
002880          AND E.ENO          = R.ENO
002890          AND E.EDEPT        = :WS-EDEPT
002900          AND R.REG_STATUS   = 'A'
002910          AND (R.COMPLETION_STATUS = 'C'
002920               OR R.NO_SHOW_SW     = 'Y')
002930          AND S.SESSION_END_DATE IS NOT NULL
002940          AND S.SESSION_END_DATE BETWEEN F.PERIOD_START
002943                                     AND F.PERIOD_END
002946          AND F.FISCAL_YEAR  = :WS-FISCAL-YEAR
002950          AND S.SESSION_END_DATE <= :FP-END-DATE
002970     END-EXEC.
002980     IF SQLCODE NOT = 0
002990       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003000       MOVE 'REGISTRATION'           TO EL-ERROR-DB2-OBJECT
003010       PERFORM CHECK-SQLCODE-PARA
003020       PERFORM EXIT-PARA
003030     END-IF.

003040     EXEC SQL
003050       SELECT COUNT(*)
003060         INTO :WS-OVERRIDES
003070         FROM DBODEVP.BUDGET_OVERRIDE
003080        WHERE EDEPT       = :WS-EDEPT
003090          AND FISCAL_YEAR = :WS-FISCAL-YEAR
003100     END-EXEC.
003110     IF SQLCODE NOT = 0
003120       MOVE 'SELECT'                 TO EL-ERROR-ACTION
003130       MOVE 'BUDGET_OVERRIDE'        TO EL-ERROR-DB2-OBJECT
003140       PERFORM CHECK-SQLCODE-PARA
003150       PERFORM EXIT-PARA
003160     END-IF.

003170     MOVE WS-SAVED-SQLCODE           TO SQLCODE.

003180 WRITE-DEPT-LINE-PARA.
003190     MOVE SPACES                     TO WS-DT-STATUS.
003200     MOVE WS-EDEPT                   TO WS-DT-EDEPT.
003210     MOVE WS-COMMITTED               TO EA-AMOUNT.
003220     PERFORM EDIT-AMOUNT-PARA.
003230     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-COMMITTED.
003240     MOVE WS-ACTUAL                  TO EA-AMOUNT.
003250     PERFORM EDIT-AMOUNT-PARA.
003260     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-ACTUAL.
003270     MOVE WS-OVERRIDES               TO WS-DT-OVERRIDES.
003280     ADD WS-COMMITTED                TO WS-TOT-COMMITTED.
003290     ADD WS-ACTUAL                   TO WS-TOT-ACTUAL.
003300     ADD WS-OVERRIDES                TO WS-TOT-OVERRIDES.
003310*    NO BUDGET ROW - NOTHING TO MEASURE AGAINST, SO NO REMAINING
003320*    OR PERCENTAGE IS PRINTED.
003330     IF WS-ALLOCATED-IND < 0
003340       MOVE SPACES                   TO WS-DT-ALLOCATED
003350       MOVE SPACES                   TO WS-DT-REMAINING
003360       MOVE 0                        TO WS-DT-PCT
003370       MOVE 'NO BUDGET'              TO WS-DT-STATUS
003380       ADD 1                         TO WS-UNBUDGETED-COUNT
003390     ELSE
003400       ADD WS-ALLOCATED              TO WS-TOT-ALLOCATED
003410       MOVE WS-ALLOCATED             TO EA-AMOUNT
003420       PERFORM EDIT-AMOUNT-PARA
003430       MOVE EA-EDITED-AMOUNT-DB      TO WS-DT-ALLOCATED
003440       COMPUTE WS-REMAINING = WS-ALLOCATED - WS-COMMITTED
003450       MOVE WS-REMAINING             TO EA-AMOUNT
003460       PERFORM EDIT-AMOUNT-PARA
003470       MOVE EA-EDITED-AMOUNT-DB      TO WS-DT-REMAINING
003480       IF WS-ALLOCATED > 0
003490         COMPUTE WS-PCT-USED ROUNDED =
003500                 WS-COMMITTED * 100 / WS-ALLOCATED
003510           ON SIZE ERROR
003520             MOVE 9999.9             TO WS-PCT-USED
003530         END-COMPUTE
003540       ELSE
003550         MOVE 0                      TO WS-PCT-USED
003560       END-IF
003570       MOVE WS-PCT-USED              TO WS-DT-PCT
003580       IF WS-COMMITTED > WS-ALLOCATED
003590         MOVE 'OVER BUDGET'          TO WS-DT-STATUS
003600         ADD 1                       TO WS-OVER-COUNT
003610       END-IF
003620     END-IF.
003630     WRITE BUDG-RPT-RECORD           FROM WS-DET-LINE.

003640******************************************************************
003650* End-Of-Run Totals                                              *
003660******************************************************************
003670 WRITE-TOTALS-PARA.
003680     MOVE SPACES                     TO BUDG-RPT-RECORD.
003690     WRITE BUDG-RPT-RECORD.
003700     MOVE 'ALL '                     TO WS-DT-EDEPT.
003710     MOVE WS-TOT-ALLOCATED           TO EA-AMOUNT.
003720     PERFORM EDIT-AMOUNT-PARA.
003730     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-ALLOCATED.
003740     MOVE WS-TOT-COMMITTED           TO EA-AMOUNT.
003750     PERFORM EDIT-AMOUNT-PARA.
003760     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-COMMITTED.
003770     MOVE WS-TOT-ACTUAL              TO EA-AMOUNT.
003780     PERFORM EDIT-AMOUNT-PARA.
003790     MOVE EA-EDITED-AMOUNT-DB        TO WS-DT-ACTUAL.
003800     MOVE SPACES                     TO WS-DT-REMAINING.
003810     MOVE 0                          TO WS-DT-PCT.
003820     MOVE WS-TOT-OVERRIDES           TO WS-DT-OVERRIDES.
003830     MOVE SPACES                     TO WS-DT-STATUS.
003840     WRITE BUDG-RPT-RECORD           FROM WS-DET-LINE.
003850     MOVE SPACES                     TO BUDG-RPT-RECORD.
003860     WRITE BUDG-RPT-RECORD.
003870     MOVE 'DEPARTMENTS REPORTED     :' TO WS-CN-LABEL.
003880     MOVE WS-DEPT-COUNT              TO WS-CN-COUNT.
003890     WRITE BUDG-RPT-RECORD           FROM WS-CNT-LINE.
003900     MOVE 'DEPARTMENTS OVER BUDGET  :' TO WS-CN-LABEL.
003910     MOVE WS-OVER-COUNT              TO WS-CN-COUNT.
003920     WRITE BUDG-RPT-RECORD           FROM WS-CNT-LINE.
003930     MOVE 'DEPARTMENTS WITH NO BUDGET:' TO WS-CN-LABEL.
003940     MOVE WS-UNBUDGETED-COUNT        TO WS-CN-COUNT.
003950     WRITE BUDG-RPT-RECORD           FROM WS-CNT-LINE.

003960******************************************************************
003970* Amount Edit                                                    *
003980******************************************************************
003990     EXEC SQL
004000       INCLUDE CPAMTEDT
004010     END-EXEC.

004020******************************************************************
004030* Error Logging                                                  *
004040******************************************************************
004050     EXEC SQL
004060       INCLUDE CPERRBAT
004070     END-EXEC.

004080 EXIT-PARA.
004090     MOVE 'F'                        TO JRL-RUN-STATUS.
004100     MOVE WS-DEPT-COUNT              TO JRL-ROWS-READ.
004110     PERFORM LOG-JOB-END-PARA.
004120     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
004130     GOBACK.

004140******************************************************************
004150* Run Registry                                                   *
004160******************************************************************
004170     EXEC SQL
004180       INCLUDE CPJOBLOG
004190     END-EXEC.
