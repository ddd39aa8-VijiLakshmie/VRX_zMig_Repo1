000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP101.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  ONLINE TRANSACTION USAGE - NIGHTLY DAILY SUMMARY.             *
000090*  EVERY ETRMXXX TASK LEAVES ONE TXN_USAGE ROW (CPTXNLOG). THIS  *
000100*  JOB ROLLS EACH COMPLETED DAY INTO TXN_DAILY_SUMMARY - ONE ROW *
000110*  PER DAY, HOUR, TRANSACTION AND USER WITH THE TASK COUNT, TOTAL*
000120*  AND WORST ELAPSED TIME, THE RESPONSE-BAND COUNTS THE ETROP102 *
000130*  WEEKLY REPORT TAKES ITS PERCENTILES FROM, AND THE TASKS OVER  *
000140*  THE RESPONSE LIMIT.                                           *
000150*  THE LIMIT IS SYSTEM_PARAMETER RESP-LIMIT-MS FOR THE SCREEN    *
000160*  PROGRAM (E.G. ETRM013) WHEN OPERATIONS HAS SET ONE, ELSE      *
000170*  ETROP101'S OWN RESP-LIMIT-MS, ELSE 2000 MS.                   *
000180*  ANY EARLIER DAY/PROGRAM NOT YET SUMMARISED IS PICKED UP TOO,  *
000190*  SO A MISSED NIGHT CATCHES UP BY ITSELF AND A RERUN ADDS       *
000200*  NOTHING TWICE. RAW ROWS OLDER THAN USAGE-KEEP-DAYS (DEFAULT   *
000210*  35) ARE THEN PURGED - ONLY ONCE THEIR DAY IS SUMMARISED.      *
000220******************************************************************

000230 ENVIRONMENT DIVISION.

000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. Z900.
000260 OBJECT-COMPUTER. Z900.

000270 DATA DIVISION.

000280 WORKING-STORAGE SECTION.

000290 01 WS-BEGIN                          PIC  X(36) VALUE
000300     'ETROP101 WORKING STORAGE STARTS HERE'.

000310******************************************************************
000320*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000330******************************************************************
000340 01 WS-VARIABLES.
000350    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000360       88 WS-NO-ERROR                            VALUE SPACES.
000370       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000380       88 WS-FATAL-ERROR                         VALUE 'F'.
000390    05 WS-DEFAULT-LIMIT-MS             PIC S9(9) COMP VALUE 2000.
000400    05 WS-LIMIT-MS                     PIC S9(9) COMP VALUE 0.
000410    05 WS-KEEP-DAYS                    PIC S9(9) COMP VALUE 35.
000420    05 WS-SUMMARY-DATE                 PIC X(10).
000430    05 WS-SUMMARY-PROGRAM              PIC X(08).
000440    05 WS-USAGE-ROWS                   PIC S9(9) COMP.
000450    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000460    05 WS-GROUP-COUNT                  PIC S9(9) COMP VALUE 0.
000470    05 WS-SUMMARY-COUNT                PIC S9(9) COMP VALUE 0.
000480    05 WS-PURGED-COUNT                 PIC S9(9) COMP VALUE 0.
000490 01 WS-RCBT004A-PARM.
000500    05 WS-SP-PROGRAM-ID                PIC X(08).
000510    05 WS-SP-PARM-NAME                 PIC X(16).
000520    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000530    05 WS-SP-RETURN-CODE               PIC X(1).

000540******************************************************************
000550* Copybook Includes.                                             *
000560******************************************************************
000570     EXEC SQL
000580       INCLUDE CWERRLOG
000590     END-EXEC.

000600*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
000610     EXEC SQL
000620       INCLUDE CWJOBLOG
000630     END-EXEC.

000640******************************************************************
000650*                     DB2 SECTION                                *
000660******************************************************************
000670     EXEC SQL
000680       INCLUDE SQLCA
000690     END-EXEC.

000700     EXEC SQL
000710       INCLUDE DCLTXNUS
000720     END-EXEC.

000730     EXEC SQL
000740       INCLUDE DCLTXNDS
000750     END-EXEC.

000760******************************************************************
000770*  EVERY COMPLETED DAY AND SCREEN PROGRAM WITH USAGE ROWS BUT NO *
000780*  SUMMARY ROWS YET.                                             *
000790******************************************************************
000800     EXEC SQL DECLARE UNSUMMARISED-DAYS CURSOR
000810      FOR
000820      SELECT CHAR(DATE(U.LOGGED_DTS), ISO), U.PROGRAM_ID,
000830             COUNT(*)
000840        FROM DBODEVP.TXN_USAGE U
000850       WHERE DATE(U.LOGGED_DTS) < CURRENT DATE
000860         AND NOT EXISTS
000870             (SELECT 1
000880                FROM DBODEVP.TXN_DAILY_SUMMARY D
000890               WHERE D.USAGE_DATE = DATE(U.LOGGED_DTS)
000900                 AND D.PROGRAM_ID = U.PROGRAM_ID)
000910       GROUP BY DATE(U.LOGGED_DTS), U.PROGRAM_ID
000920       ORDER BY 1, 2
000930     END-EXEC.

000940 01 WS-END                             PIC X(50) VALUE
000950     'ETROP101-WORKING STORAGE SECTION ENDS HERE'.

000960 PROCEDURE DIVISION.

000970 MAIN-LOGIC-PARA.

000980     MOVE 'ETROP101'                   TO EL-ERROR-MODULE.
000990     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

001000     MOVE 'ETROP101'                   TO JRL-PROGRAM-ID.
001010     PERFORM LOG-JOB-START-PARA.

001020     PERFORM GET-PARAMETERS-PARA.

001030     EXEC SQL
001040       OPEN UNSUMMARISED-DAYS
001050     END-EXEC.
001060     IF SQLCODE NOT = 0
001070         MOVE 'OPEN  '               TO EL-ERROR-ACTION
001080         MOVE 'TXN_USAGE'            TO EL-ERROR-DB2-OBJECT
001090         PERFORM CHECK-SQLCODE-PARA
001100         PERFORM EXIT-PARA
001110     END-IF.
001120     PERFORM FETCH-DAY-PARA
001130       UNTIL SQLCODE = 100.
001140     EXEC SQL
001150       CLOSE UNSUMMARISED-DAYS
001160     END-EXEC.

001170     PERFORM PURGE-USAGE-PARA.

001180     DISPLAY 'USAGE ROWS SUMMARISED : ' WS-READ-COUNT.
001190     DISPLAY 'DAY/PROGRAM GROUPS    : ' WS-GROUP-COUNT.
001200     DISPLAY 'SUMMARY ROWS WRITTEN  : ' WS-SUMMARY-COUNT.
001210     DISPLAY 'USAGE ROWS PURGED     : ' WS-PURGED-COUNT.
001220     MOVE 'C'                        TO JRL-RUN-STATUS.
001230     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
001240     MOVE WS-SUMMARY-COUNT           TO JRL-ROWS-WRITTEN.
001250     MOVE WS-PURGED-COUNT            TO JRL-ROWS-UPDATED.
001260     PERFORM LOG-JOB-END-PARA.
001270     GOBACK.

001280*    A KEEP PERIOD UNDER TWO DAYS WOULD PURGE YESTERDAY BEFORE A
001290*    LATE-RUNNING NIGHT COULD SUMMARISE IT.
001300 GET-PARAMETERS-PARA.
001310     MOVE 'ETROP101'                 TO WS-SP-PROGRAM-ID.
001320     MOVE 'RESP-LIMIT-MS'            TO WS-SP-PARM-NAME.
001330     MOVE WS-DEFAULT-LIMIT-MS        TO WS-SP-PARM-VALUE.
001340     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
001350     MOVE WS-SP-PARM-VALUE           TO WS-DEFAULT-LIMIT-MS.
001360     MOVE 'USAGE-KEEP-DAYS'          TO WS-SP-PARM-NAME.
001370     MOVE WS-KEEP-DAYS               TO WS-SP-PARM-VALUE.
001380     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
001390     MOVE WS-SP-PARM-VALUE           TO WS-KEEP-DAYS.
001400     IF WS-KEEP-DAYS < 2
001410         MOVE 2                      TO WS-KEEP-DAYS
001420     END-IF.

001430 FETCH-DAY-PARA.
001440     EXEC SQL
001450       FETCH UNSUMMARISED-DAYS
001460        INTO :WS-SUMMARY-DATE, :WS-SUMMARY-PROGRAM,
001470             :WS-USAGE-ROWS
001480     END-EXEC.
001490     EVALUATE SQLCODE
001500       WHEN 0
001510         ADD 1                       TO WS-GROUP-COUNT
001520         ADD WS-USAGE-ROWS           TO WS-READ-COUNT
001530         PERFORM SUMMARISE-DAY-PARA
001540       WHEN 100
001550         CONTINUE
001560       WHEN OTHER
001570         MOVE 'FETCH '               TO EL-ERROR-ACTION
001580         MOVE 'TXN_USAGE'            TO EL-ERROR-DB2-OBJECT
001590         PERFORM CHECK-SQLCODE-PARA
001600         PERFORM EXIT-PARA
001610     END-EVALUATE.

001620******************************************************************
001630* One Day Of One Screen Program                                  *
001640******************************************************************
001650*    THE PROGRAM'S OWN LIMIT IF OPERATIONS HAS SET ONE, ELSE THE
001660*    DEFAULT JUST READ. BANDS AS DOCUMENTED IN DCLTXNDS.
001670 SUMMARISE-DAY-PARA.
001680     MOVE WS-SUMMARY-PROGRAM         TO WS-SP-PROGRAM-ID.
001690     MOVE 'RESP-LIMIT-MS'            TO WS-SP-PARM-NAME.
001700     MOVE WS-DEFAULT-LIMIT-MS        TO WS-SP-PARM-VALUE.
001710     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
001720     MOVE WS-SP-PARM-VALUE           TO WS-LIMIT-MS.
001730     EXEC SQL
001740       INSERT INTO DBODEVP.TXN_DAILY_SUMMARY
001750              ( USAGE_DATE, USAGE_HOUR, TRANS_ID, PROGRAM_ID,
001760                USR_ID, TXN_COUNT, TOTAL_MS, MAX_MS,
001770                LIMIT_MS, BREACH_COUNT,
001780                BAND_01_COUNT, BAND_02_COUNT, BAND_03_COUNT,
001790                BAND_04_COUNT, BAND_05_COUNT, BAND_06_COUNT,
001800                BAND_07_COUNT, BAND_08_COUNT, BAND_09_COUNT,
001810                BAND_10_COUNT, DTS )
001820       SELECT DATE(U.LOGGED_DTS), HOUR(U.LOGGED_DTS),
001830              U.TRANS_ID, U.PROGRAM_ID, U.USR_ID,
001840              COUNT(*), SUM(DECIMAL(U.ELAPSED_MS, 15, 0)),
001850              MAX(U.ELAPSED_MS),
001860              CAST(:WS-LIMIT-MS AS INTEGER),
001870              SUM(CASE WHEN U.ELAPSED_MS > :WS-LIMIT-MS
001880                       THEN 1 ELSE 0 END),
001890              SUM(CASE WHEN U.ELAPSED_MS <= 100
001900                       THEN 1 ELSE 0 END),
001910              SUM(CASE WHEN U.ELAPSED_MS >  100
001920                        AND U.ELAPSED_MS <= 250
001930                       THEN 1 ELSE 0 END),
001940              SUM(CASE WHEN U.ELAPSED_MS >  250
001950                        AND U.ELAPSED_MS <= 500
001960                       THEN 1 ELSE 0 END),
001970              SUM(CASE WHEN U.ELAPSED_MS >  500
001980                        AND U.ELAPSED_MS <= 1000
001990                       THEN 1 ELSE 0 END),
002000              SUM(CASE WHEN U.ELAPSED_MS >  1000
002010                        AND U.ELAPSED_MS <= 2000
002020                       THEN 1 ELSE 0 END),
002030              SUM(CASE WHEN U.ELAPSED_MS >  2000
002040                        AND U.ELAPSED_MS <= 3000
002050                       THEN 1 ELSE 0 END),
002060              SUM(CASE WHEN U.ELAPSED_MS >  3000
002070                        AND U.ELAPSED_MS <= 5000
002080                       THEN 1 ELSE 0 END),
002090              SUM(CASE WHEN U.ELAPSED_MS >  5000
002100                        AND U.ELAPSED_MS <= 10000
002110                       THEN 1 ELSE 0 END),
002120              SUM(CASE WHEN U.ELAPSED_MS >  10000
002130                        AND U.ELAPSED_MS <= 30000
002140                       THEN 1 ELSE 0 END),
002150              SUM(CASE WHEN U.ELAPSED_MS >  30000
002160                       THEN 1 ELSE 0 END),
002170              CURRENT TIMESTAMP
002180         FROM DBODEVP.TXN_USAGE U
002190        WHERE DATE(U.LOGGED_DTS) = :WS-SUMMARY-DATE
002200          AND U.PROGRAM_ID       = :WS-SUMMARY-PROGRAM
002210        GROUP BY DATE(U.LOGGED_DTS), HOUR(U.LOGGED_DTS),
002220                 U.TRANS_ID, U.PROGRAM_ID, U.USR_ID
002230     END-EXEC.
002240     IF SQLCODE = 0
002250         ADD SQLERRD (3)             TO WS-SUMMARY-COUNT
002260     ELSE
002270         MOVE 'INSERT'               TO EL-ERROR-ACTION
002280         MOVE 'TXN_DAILY_SUMMARY'    TO EL-ERROR-DB2-OBJECT
002290         PERFORM CHECK-SQLCODE-PARA
002300         PERFORM EXIT-PARA
002310     END-IF.

002320******************************************************************
002330* Purge Of Old Usage Rows                                        *
002340******************************************************************
002350 PURGE-USAGE-PARA.
002360     EXEC SQL
002370       DELETE FROM DBODEVP.TXN_USAGE U
002380        WHERE DATE(U.LOGGED_DTS) <
002390              CURRENT DATE - :WS-KEEP-DAYS DAYS
002400          AND EXISTS
002410              (SELECT 1
002420                 FROM DBODEVP.TXN_DAILY_SUMMARY D
002430                WHERE D.USAGE_DATE = DATE(U.LOGGED_DTS)
002440                  AND D.PROGRAM_ID = U.PROGRAM_ID)
002450     END-EXEC.
002460     EVALUATE SQLCODE
002470       WHEN 0
002480         MOVE SQLERRD (3)            TO WS-PURGED-COUNT
002490       WHEN 100
002500         CONTINUE
002510       WHEN OTHER
002520         MOVE 'DELETE'               TO EL-ERROR-ACTION
002530         MOVE 'TXN_USAGE'            TO EL-ERROR-DB2-OBJECT
002540         PERFORM CHECK-SQLCODE-PARA
002550     END-EVALUATE.

002560******************************************************************
002570* Error Logging                                                  *
002580******************************************************************
002590     EXEC SQL
002600       INCLUDE CPERRBAT
002610     END-EXEC.

002620*    ANY FAILURE THAT REACHES HERE STOPS THE RUN. THE DAYS ALREADY
002630*    SUMMARISED STAND; THE NEXT RUN PICKS UP THE REST.
002640 EXIT-PARA.
002650     MOVE 'F'                        TO JRL-RUN-STATUS.
002660     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002670     MOVE WS-SUMMARY-COUNT           TO JRL-ROWS-WRITTEN.
002680     PERFORM LOG-JOB-END-PARA.
002690     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
002700     GOBACK.

002710******************************************************************
002720* Run Registry                                                   *
002730******************************************************************
002740     EXEC SQL
002750       INCLUDE CPJOBLOG
002760     END-EXEC.
