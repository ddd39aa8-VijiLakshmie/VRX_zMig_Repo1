000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP102.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  WEEKLY ONLINE USAGE AND RESPONSE-TIME REPORT.                 *
000090*  READS THE ETROP101 DAILY SUMMARY (TXN_DAILY_SUMMARY) FOR THE  *
000100*  SEVEN DAYS TO YESTERDAY AND PRINTS, ON TXNWRPT:               *
000110*    1. VOLUME BY HOUR OF DAY - TASKS, AVERAGE AND WORST TIME    *
000120*    2. TOP USERS - THE TOP-USERS (DEFAULT 10) HEAVIEST USER IDS *
000130*    3. RESPONSE BY TRANSACTION - TASKS, AVERAGE, 95TH PERCENTILE*
000140*       AND WORST TIME, THE RESPONSE LIMIT AND THE TASKS OVER IT *
000150*    4. LIMIT BREACHES - EVERY DAY ANY TRANSACTION WENT OVER ITS *
000160*       LIMIT (SYSTEM_PARAMETER RESP-LIMIT-MS - SEE ETROP101)    *
000170*  THE 95TH PERCENTILE COMES FROM THE SUMMARY'S RESPONSE BANDS - *
000180*  IT IS PRINTED AS THE TOP OF THE BAND IT FALLS IN (NEVER MORE  *
000190*  THAN THE WORST TIME ACTUALLY SEEN), SO '1000' READS "95 PER   *
000200*  CENT OF TASKS FINISHED WITHIN A SECOND".                      *
000210******************************************************************

000220 ENVIRONMENT DIVISION.

000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. Z900.
000250 OBJECT-COMPUTER. Z900.

000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT USAGE-RPT-FILE   ASSIGN TO TXNWRPT
000290            ORGANIZATION  IS LINE SEQUENTIAL.

000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  USAGE-RPT-FILE
000330     RECORD CONTAINS 132 CHARACTERS.
000340 01  USAGE-RPT-RECORD                   PIC X(132).

000350 WORKING-STORAGE SECTION.

000360 01 WS-BEGIN                          PIC  X(36) VALUE
000370     'ETROP102 WORKING STORAGE STARTS HERE'.

000380******************************************************************
000390*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000400******************************************************************
000410 01 WS-VARIABLES.
000420    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000430       88 WS-NO-ERROR                            VALUE SPACES.
000440       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000450       88 WS-FATAL-ERROR                         VALUE 'F'.
000460    05 WS-FROM-DATE                    PIC X(10).
000470    05 WS-TO-DATE                      PIC X(10).
000480    05 WS-TOP-USERS                    PIC S9(9) COMP VALUE 10.
000490    05 WS-RANK                         PIC S9(9) COMP VALUE 0.
000500    05 WS-DETAIL-COUNT                 PIC S9(9) COMP VALUE 0.
000510    05 WS-BREACH-LINES                 PIC S9(9) COMP VALUE 0.
000520    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
000530    05 WS-LINE-CTR                     PIC 9(03) VALUE 99.
000540    05 WS-LINES-PER-PAGE               PIC 9(03) VALUE 50.
000550    05 WS-SECTION-TITLE                PIC X(60).
000560    05 WS-COLUMN-HEADING               PIC X(132).
000570    05 WS-PRINT-LINE                   PIC X(132).
000580 01 WS-RCBT004A-PARM.
000590    05 WS-SP-PROGRAM-ID                PIC X(08).
000600    05 WS-SP-PARM-NAME                 PIC X(16).
000610    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000620    05 WS-SP-RETURN-CODE               PIC X(1).

000630******************************************************************
000640*  ONE FETCHED GROUP - WHICHEVER SECTION IS PRINTING.            *
000650******************************************************************
000660 01 WS-GROUP.
000670    05 WS-GR-HOUR                      PIC S9(4) USAGE COMP.
000680    05 WS-GR-USR-ID                    PIC X(08).
000690    05 WS-GR-DATE                      PIC X(10).
000700    05 WS-GR-TRANS-ID                  PIC X(04).
000710    05 WS-GR-PROGRAM-ID                PIC X(08).
000720    05 WS-GR-TASKS                     PIC S9(9) USAGE COMP.
000730    05 WS-GR-TOTAL-MS                  PIC S9(15) USAGE COMP-3.
000740    05 WS-GR-MAX-MS                    PIC S9(9) USAGE COMP.
000750    05 WS-GR-LIMIT-MS                  PIC S9(9) USAGE COMP.
000760    05 WS-GR-BREACHES                  PIC S9(9) USAGE COMP.
000770    05 WS-GR-TRANS-USED                PIC S9(9) USAGE COMP.
000780    05 WS-GR-AVG-MS                    PIC S9(9) USAGE COMP.

000790******************************************************************
000800*  RESPONSE BANDS (SEE DCLTXNDS) AND THE 95TH-PERCENTILE WORK.   *
000810*  BAND 10 HAS NO TOP - ITS PERCENTILE PRINTS AS THE WORST TIME. *
000820******************************************************************
000830 01 WS-BAND-LIMIT-VALUES.
000840    05 FILLER                          PIC 9(06) VALUE 100.
000850    05 FILLER                          PIC 9(06) VALUE 250.
000860    05 FILLER                          PIC 9(06) VALUE 500.
000870    05 FILLER                          PIC 9(06) VALUE 1000.
000880    05 FILLER                          PIC 9(06) VALUE 2000.
000890    05 FILLER                          PIC 9(06) VALUE 3000.
000900    05 FILLER                          PIC 9(06) VALUE 5000.
000910    05 FILLER                          PIC 9(06) VALUE 10000.
000920    05 FILLER                          PIC 9(06) VALUE 30000.
000930    05 FILLER                          PIC 9(06) VALUE 999999.
000940 01 WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMIT-VALUES.
000950    05 WS-BAND-LIMIT                   PIC 9(06) OCCURS 10 TIMES.
000960 01 WS-BAND-WORK.
000970    05 WS-BAND-COUNT                   PIC S9(9) USAGE COMP
000980                                       OCCURS 10 TIMES.
000990    05 WS-BAND-SUB                     PIC S9(4) USAGE COMP.
001000    05 WS-BAND-CUMULATIVE              PIC S9(9) USAGE COMP.
001010    05 WS-P95-TARGET                   PIC S9(9) USAGE COMP.
001020    05 WS-P95-MS                       PIC S9(9) USAGE COMP.

001030******************************************************************
001040*  USAGE REPORT LINE LAYOUTS                                     *
001050******************************************************************
001060 01 WS-RPT-HEADING-1.
001070    05 FILLER                         PIC X(20) VALUE SPACES.
001080    05 FILLER                         PIC X(40) VALUE
001090       'WEEKLY ONLINE USAGE AND RESPONSE REPORT'.
001100    05 FILLER                         PIC X(10) VALUE SPACES.
001110    05 FILLER                         PIC X(05) VALUE 'PAGE '.
001120    05 WS-RPT-PAGE-NO                 PIC ZZZ9.
001130 01 WS-RPT-HEADING-2.
001140    05 FILLER                         PIC X(07) VALUE 'PERIOD '.
001150    05 WS-RPT-FROM-DATE               PIC X(10).
001160    05 FILLER                         PIC X(04) VALUE ' TO '.
001170    05 WS-RPT-TO-DATE                 PIC X(10).
001180    05 FILLER                         PIC X(04) VALUE SPACES.
001190    05 WS-RPT-SECTION-TITLE           PIC X(60).
001200 01 WS-RPT-HOUR-HEADING.
001210    05 FILLER                         PIC X(08) VALUE 'HOUR'.
001220    05 FILLER                         PIC X(12) VALUE
001230       '       TASKS'.
001240    05 FILLER                         PIC X(12) VALUE
001250       '      AVG MS'.
001260    05 FILLER                         PIC X(12) VALUE
001270       '      MAX MS'.
001280 01 WS-RPT-HOUR-LINE.
001290    05 WS-RPT-HOUR                    PIC 99.
001300    05 FILLER                         PIC X(03) VALUE ':00'.
001310    05 FILLER                         PIC X(03) VALUE SPACES.
001320    05 WS-RPT-HR-TASKS                PIC ZZZ,ZZZ,ZZ9.
001330    05 FILLER                         PIC X(01) VALUE SPACES.
001340    05 WS-RPT-HR-AVG-MS               PIC ZZZ,ZZZ,ZZ9.
001350    05 FILLER                         PIC X(01) VALUE SPACES.
001360    05 WS-RPT-HR-MAX-MS               PIC ZZZ,ZZZ,ZZ9.
001370 01 WS-RPT-USER-HEADING.
001380    05 FILLER                         PIC X(06) VALUE 'RANK'.
001390    05 FILLER                         PIC X(10) VALUE 'USER ID'.
001400    05 FILLER                         PIC X(12) VALUE
001410       '       TASKS'.
001420    05 FILLER                         PIC X(14) VALUE
001430       '  TRANSACTIONS'.
001440    05 FILLER                         PIC X(12) VALUE
001450       '      AVG MS'.
001460 01 WS-RPT-USER-LINE.
001470    05 WS-RPT-RANK                    PIC ZZZ9.
001480    05 FILLER                         PIC X(02) VALUE SPACES.
001490    05 WS-RPT-USR-ID                  PIC X(08).
001500    05 FILLER                         PIC X(02) VALUE SPACES.
001510    05 WS-RPT-US-TASKS                PIC ZZZ,ZZZ,ZZ9.
001520    05 FILLER                         PIC X(03) VALUE SPACES.
001530    05 WS-RPT-US-TRANS                PIC ZZZ,ZZZ,ZZ9.
001540    05 FILLER                         PIC X(01) VALUE SPACES.
001550    05 WS-RPT-US-AVG-MS               PIC ZZZ,ZZZ,ZZ9.
001560 01 WS-RPT-TRAN-HEADING.
001570    05 FILLER                         PIC X(06) VALUE 'TRAN'.
001580    05 FILLER                         PIC X(10) VALUE 'PROGRAM'.
001590    05 FILLER                         PIC X(12) VALUE
001600       '       TASKS'.
001610    05 FILLER                         PIC X(12) VALUE
001620       '      AVG MS'.
001630    05 FILLER                         PIC X(12) VALUE
001640       '   95PCT MS'.
001650    05 FILLER                         PIC X(12) VALUE
001660       '      MAX MS'.
001670    05 FILLER                         PIC X(12) VALUE
001680       '    LIMIT MS'.
001690    05 FILLER                         PIC X(12) VALUE
001700       '  OVER LIMIT'.
001710 01 WS-RPT-TRAN-LINE.
001720    05 WS-RPT-TRANS-ID                PIC X(04).
001730    05 FILLER                         PIC X(02) VALUE SPACES.
001740    05 WS-RPT-PROGRAM-ID              PIC X(08).
001750    05 FILLER                         PIC X(02) VALUE SPACES.
001760    05 WS-RPT-TR-TASKS                PIC ZZZ,ZZZ,ZZ9.
001770    05 FILLER                         PIC X(01) VALUE SPACES.
001780    05 WS-RPT-TR-AVG-MS               PIC ZZZ,ZZZ,ZZ9.
001790    05 FILLER                         PIC X(01) VALUE SPACES.
001800    05 WS-RPT-TR-P95-MS               PIC ZZZ,ZZZ,ZZ9.
001810    05 FILLER                         PIC X(01) VALUE SPACES.
001820    05 WS-RPT-TR-MAX-MS               PIC ZZZ,ZZZ,ZZ9.
001830    05 FILLER                         PIC X(01) VALUE SPACES.
001840    05 WS-RPT-TR-LIMIT-MS             PIC ZZZ,ZZZ,ZZ9.
001850    05 FILLER                         PIC X(01) VALUE SPACES.
001860    05 WS-RPT-TR-BREACHES             PIC ZZZ,ZZZ,ZZ9.
001870    05 FILLER                         PIC X(02) VALUE SPACES.
001880    05 WS-RPT-TR-FLAG                 PIC X(18).
001890 01 WS-RPT-BREACH-HEADING.
001900    05 FILLER                         PIC X(12) VALUE 'DATE'.
001910    05 FILLER                         PIC X(06) VALUE 'TRAN'.
001920    05 FILLER                         PIC X(10) VALUE 'PROGRAM'.
001930    05 FILLER                         PIC X(12) VALUE
001940       '  OVER LIMIT'.
001950    05 FILLER                         PIC X(12) VALUE
001960       '       TASKS'.
001970    05 FILLER                         PIC X(12) VALUE
001980       '      MAX MS'.
001990    05 FILLER                         PIC X(12) VALUE
002000       '    LIMIT MS'.
002010 01 WS-RPT-BREACH-LINE.
002020    05 WS-RPT-BR-DATE                 PIC X(10).
002030    05 FILLER                         PIC X(02) VALUE SPACES.
002040    05 WS-RPT-BR-TRANS-ID             PIC X(04).
002050    05 FILLER                         PIC X(02) VALUE SPACES.
002060    05 WS-RPT-BR-PROGRAM-ID           PIC X(08).
002070    05 FILLER                         PIC X(02) VALUE SPACES.
002080    05 WS-RPT-BR-BREACHES             PIC ZZZ,ZZZ,ZZ9.
002090    05 FILLER                         PIC X(01) VALUE SPACES.
002100    05 WS-RPT-BR-TASKS                PIC ZZZ,ZZZ,ZZ9.
002110    05 FILLER                         PIC X(01) VALUE SPACES.
002120    05 WS-RPT-BR-MAX-MS               PIC ZZZ,ZZZ,ZZ9.
002130    05 FILLER                         PIC X(01) VALUE SPACES.
002140    05 WS-RPT-BR-LIMIT-MS             PIC ZZZ,ZZZ,ZZ9.
002150 01 WS-RPT-NONE-LINE.
002160    05 FILLER                         PIC X(04) VALUE SPACES.
002170    05 WS-RPT-NONE-TEXT               PIC X(60).

002180******************************************************************
002190* Copybook Includes.                                             *
002200******************************************************************
002210     EXEC SQL
002220       INCLUDE CWERRLOG
002230     END-EXEC.

002240*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
002250     EXEC SQL
002260       INCLUDE CWJOBLOG
002270     END-EXEC.

002280******************************************************************
002290*                     DB2 SECTION                                *
002300******************************************************************
002310     EXEC SQL
002320       INCLUDE SQLCA
002330     END-EXEC.

002340     EXEC SQL
002350       INCLUDE DCLTXNDS
002360     END-EXEC.

002370******************************************************************
002380*  CURSOR DECLARATIONS - ONE PER SECTION, ALL OVER THE WEEK.     *
002390******************************************************************
002400     EXEC SQL DECLARE USAGE-BY-HOUR CURSOR
002410      FOR
002420      SELECT USAGE_HOUR, SUM(TXN_COUNT), SUM(TOTAL_MS),
002430             MAX(MAX_MS)
002440        FROM DBODEVP.TXN_DAILY_SUMMARY
002450       WHERE USAGE_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
002460       GROUP BY USAGE_HOUR
002470       ORDER BY USAGE_HOUR
002480     END-EXEC.

002490     EXEC SQL DECLARE USAGE-BY-USER CURSOR
002500      FOR
002510      SELECT USR_ID, SUM(TXN_COUNT), SUM(TOTAL_MS),
002520             COUNT(DISTINCT TRANS_ID)
002530        FROM DBODEVP.TXN_DAILY_SUMMARY
002540       WHERE USAGE_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
002550       GROUP BY USR_ID
002560       ORDER BY 2 DESC, 1
002570     END-EXEC.

002580     EXEC SQL DECLARE USAGE-BY-TRAN CURSOR
002590      FOR
002600      SELECT TRANS_ID, PROGRAM_ID, SUM(TXN_COUNT), SUM(TOTAL_MS),
002610             MAX(MAX_MS), MAX(LIMIT_MS), SUM(BREACH_COUNT),
002620             SUM(BAND_01_COUNT), SUM(BAND_02_COUNT),
002630             SUM(BAND_03_COUNT), SUM(BAND_04_COUNT),
002640             SUM(BAND_05_COUNT), SUM(BAND_06_COUNT),
002650             SUM(BAND_07_COUNT), SUM(BAND_08_COUNT),
002660             SUM(BAND_09_COUNT), SUM(BAND_10_COUNT)
002670        FROM DBODEVP.TXN_DAILY_SUMMARY
002680       WHERE USAGE_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
002690       GROUP BY TRANS_ID, PROGRAM_ID
002700       ORDER BY TRANS_ID, PROGRAM_ID
002710     END-EXEC.

002720     EXEC SQL DECLARE LIMIT-BREACHES CURSOR
002730      FOR
002740      SELECT CHAR(USAGE_DATE, ISO), TRANS_ID, PROGRAM_ID,
002750             SUM(BREACH_COUNT), SUM(TXN_COUNT), MAX(MAX_MS),
002760             MAX(LIMIT_MS)
002770        FROM DBODEVP.TXN_DAILY_SUMMARY
002780       WHERE USAGE_DATE BETWEEN :WS-FROM-DATE AND :WS-TO-DATE
002790       GROUP BY USAGE_DATE, TRANS_ID, PROGRAM_ID
002800      HAVING SUM(BREACH_COUNT) > 0
002810       ORDER BY USAGE_DATE, TRANS_ID, PROGRAM_ID
002820     END-EXEC.

002830 01 WS-END                             PIC X(50) VALUE
002840     'ETROP102-WORKING STORAGE SECTION ENDS HERE'.

002850 PROCEDURE DIVISION.

002860 MAIN-LOGIC-PARA.

002870     MOVE 'ETROP102'                   TO EL-ERROR-MODULE.
002880     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002890     MOVE 'ETROP102'                   TO JRL-PROGRAM-ID.
002900     PERFORM LOG-JOB-START-PARA.

002910     MOVE 'ETROP102'                 TO WS-SP-PROGRAM-ID.
002920     MOVE 'TOP-USERS'                TO WS-SP-PARM-NAME.
002930     MOVE WS-TOP-USERS               TO WS-SP-PARM-VALUE.
002940     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002950     MOVE WS-SP-PARM-VALUE           TO WS-TOP-USERS.

002960     EXEC SQL
002970       SELECT CHAR(CURRENT DATE - 7 DAYS, ISO),
002980              CHAR(CURRENT DATE - 1 DAY, ISO)
002990         INTO :WS-FROM-DATE, :WS-TO-DATE
003000         FROM SYSIBM.SYSDUMMY1
003010     END-EXEC.
003020     IF SQLCODE NOT = 0
003030         MOVE 'SELECT'               TO EL-ERROR-ACTION
003040         MOVE 'SYSDUMMY1'            TO EL-ERROR-DB2-OBJECT
003050         PERFORM CHECK-SQLCODE-PARA
003060         PERFORM EXIT-PARA
003070     END-IF.

003080     OPEN OUTPUT USAGE-RPT-FILE.
003090     PERFORM HOUR-SECTION-PARA.
003100     PERFORM USER-SECTION-PARA.
003110     PERFORM TRAN-SECTION-PARA.
003120     PERFORM BREACH-SECTION-PARA.
003130     CLOSE USAGE-RPT-FILE.

003140     DISPLAY 'REPORT PERIOD         : ' WS-FROM-DATE ' TO '
003150             WS-TO-DATE.
003160     DISPLAY 'DETAIL LINES PRINTED  : ' WS-DETAIL-COUNT.
003170     DISPLAY 'LIMIT BREACH LINES    : ' WS-BREACH-LINES.
003180     MOVE 'C'                        TO JRL-RUN-STATUS.
003190     MOVE WS-DETAIL-COUNT            TO JRL-ROWS-WRITTEN.
003200     PERFORM LOG-JOB-END-PARA.
003210     GOBACK.

003220******************************************************************
003230* 1. Volume By Hour Of Day                                       *
003240******************************************************************
003250 HOUR-SECTION-PARA.
003260     MOVE 'VOLUME BY HOUR OF DAY'    TO WS-SECTION-TITLE.
003270     MOVE WS-RPT-HOUR-HEADING        TO WS-COLUMN-HEADING.
003280     MOVE 99                         TO WS-LINE-CTR.
003290     EXEC SQL
003300       OPEN USAGE-BY-HOUR
003310     END-EXEC.
003320     IF SQLCODE NOT = 0
003330         MOVE 'OPEN  '               TO EL-ERROR-ACTION
003340         MOVE 'TXN_DAILY_SUMMARY'    TO EL-ERROR-DB2-OBJECT
003350         PERFORM CHECK-SQLCODE-PARA
003360         PERFORM EXIT-PARA
003370     END-IF.
003380     PERFORM FETCH-HOUR-PARA
003390       UNTIL SQLCODE = 100.
003400     EXEC SQL
003410       CLOSE USAGE-BY-HOUR
003420     END-EXEC.

003430 FETCH-HOUR-PARA.
003440     EXEC SQL
003450       FETCH USAGE-BY-HOUR
003460        INTO :WS-GR-HOUR, :WS-GR-TASKS, :WS-GR-TOTAL-MS,
003470             :WS-GR-MAX-MS
003480     END-EXEC.
003490     EVALUATE SQLCODE
003500       WHEN 0
003510         PERFORM COMPUTE-AVERAGE-PARA
003520         MOVE WS-GR-HOUR             TO WS-RPT-HOUR
003530         MOVE WS-GR-TASKS            TO WS-RPT-HR-TASKS
003540         MOVE WS-GR-AVG-MS           TO WS-RPT-HR-AVG-MS
003550         MOVE WS-GR-MAX-MS           TO WS-RPT-HR-MAX-MS
003560         MOVE WS-RPT-HOUR-LINE       TO WS-PRINT-LINE
003570         PERFORM WRITE-DETAIL-PARA
003580       WHEN 100
003590         CONTINUE
003600       WHEN OTHER
003610         MOVE 'FETCH '               TO EL-ERROR-ACTION
003620         MOVE 'TXN_DAILY_SUMMARY'    TO EL-ERROR-DB2-OBJECT
003630         PERFORM CHECK-SQLCODE-PARA
003640         PERFORM EXIT-PARA
003650     END-EVALUATE.

003660******************************************************************
003670* 2. Top Users                                                   *
003680******************************************************************
003690*    HEAVIEST FIRST; THE CURSOR IS SIMPLY CLOSED ONCE TOP-USERS
003700*    HAVE PRINTED.
003710 USER-SECTION-PARA.
003720     MOVE 'TOP USERS BY TASK COUNT'  TO WS-SECTION-TITLE.
003730     MOVE WS-RPT-USER-HEADING        TO WS-COLUMN-HEADING.
003740     MOVE 99                         TO WS-LINE-CTR.
003750     MOVE 0                          TO WS-RANK.
003760     EXEC SQL
003770       OPEN USAGE-BY-USER
003780     END-EXEC.
003790     IF SQLCODE NOT = 0
003800         MOVE 'OPEN  '               TO EL-ERROR-ACTION
003810         MOVE 'TXN_DAILY_SUMMARY'    TO EL-ERROR-DB2-OBJECT
003820         PERFORM CHECK-SQLCODE-PARA
003830         PERFORM EXIT-PARA
003840     END-IF.
003850     PERFORM FETCH-USER-PARA
003860       UNTIL SQLCODE = 100
003870          OR WS-RANK NOT < WS-TOP-USERS.
003880     EXEC SQL
003890       CLOSE USAGE-BY-USER
003900     END-EXEC.

003910 FETCH-USER-PARA.
003920     EXEC SQL
003930       FETCH USAGE-BY-USER
003940        INTO :WS-GR-USR-ID, :WS-GR-TASKS, :WS-GR-TOTAL-MS,
003950             :WS-GR-TRANS-USED
003960     END-EXEC.
003970     EVALUATE SQLCODE
003980       WHEN 0
003990         ADD 1                       TO WS-RANK
004000         PERFORM COMPUTE-AVERAGE-PARA
004010         MOVE WS-RANK                TO WS-RPT-RANK
004020         MOVE WS-GR-USR-ID           TO WS-RPT-USR-ID
004030         MOVE WS-GR-TASKS            TO WS-RPT-US-TASKS
004040         MOVE WS-GR-TRANS-USED       TO WS-RPT-US-TRANS
004050         MOVE WS-GR-AVG-MS           TO WS-RPT-US-AVG-MS
004060         MOVE WS-RPT-USER-LINE       TO WS-PRINT-LINE
004070         PERFORM WRITE-DETAIL-PARA
004080       WHEN 100
004090         CONTINUE
004100       WHEN OTHER
004110         MOVE 'FETCH '               TO EL-ERROR-ACTION
004120         MOVE 'TXN_DAILY_SUMMARY'    TO EL-ERROR-DB2-OBJECT
004130         PERFORM CHECK-SQLCODE-PARA
004140         PERFORM EXIT-PARA
004150     END-EVALUATE.

004160******************************************************************
004170* 3. Response By Transaction                                     *
004180******************************************************************
004190 TRAN-SECTION-PARA.
004200     MOVE 'RESPONSE BY TRANSACTION'  TO WS-SECTION-TITLE.
004210     MOVE WS-RPT-TRAN-HEADING        TO WS-COLUMN-HEADING.
004220     MOVE 99                         TO WS-LINE-CTR.
004230     EXEC SQL
004240       OPEN USAGE-BY-TRAN
004250     END-EXEC.
004260     IF SQLCODE NOT = 0
004270         MOVE 'OPEN  '               TO EL-ERROR-ACTION
004280         MOVE 'TXN_DAILY_SUMMARY'    TO EL-ERROR-DB2-OBJECT
004290         PERFORM CHECK-SQLCODE-PARA
004300         PERFORM EXIT-PARA
004310     END-IF.
004320     PERFORM FETCH-TRAN-PARA
004330       UNTIL SQLCODE = 100.
004340     EXEC SQL
004350       CLOSE USAGE-BY-TRAN
004360     END-EXEC.

004370 FETCH-TRAN-PARA.
004380     EXEC SQL
004390       FETCH USAGE-BY-TRAN
004400        INTO :WS-GR-TRANS-ID, :WS-GR-PROGRAM-ID,
004410             :WS-GR-TASKS, :WS-GR-TOTAL-MS, :WS-GR-MAX-MS,
004420             :WS-GR-LIMIT-MS, :WS-GR-BREACHES,
004430             :TDS-BAND-01-COUNT, :TDS-BAND-02-COUNT,
004440             :TDS-BAND-03-COUNT, :TDS-BAND-04-COUNT,
004450             :TDS-BAND-05-COUNT, :TDS-BAND-06-COUNT,
004460             :TDS-BAND-07-COUNT, :TDS-BAND-08-COUNT,
004470             :TDS-BAND-09-COUNT, :TDS-BAND-10-COUNT
004480     END-EXEC.
004490     EVALUATE SQLCODE
004500       WHEN 0
004510         PERFORM COMPUTE-AVERAGE-PARA
004520         PERFORM COMPUTE-P95-PARA
004530         MOVE WS-GR-TRANS-ID         TO WS-RPT-TRANS-ID
004540         MOVE WS-GR-PROGRAM-ID       TO WS-RPT-PROGRAM-ID
004550         MOVE WS-GR-TASKS            TO WS-RPT-TR-TASKS
004560         MOVE WS-GR-AVG-MS           TO WS-RPT-TR-AVG-MS
004570         MOVE WS-P95-MS              TO WS-RPT-TR-P95-MS
004580         MOVE WS-GR-MAX-MS           TO WS-RPT-TR-MAX-MS
004590         MOVE WS-GR-LIMIT-MS         TO WS-RPT-TR-LIMIT-MS
004600         MOVE WS-GR-BREACHES         TO WS-RPT-TR-BREACHES
004610         IF WS-GR-BREACHES > 0
004620             MOVE '*** LIMIT BREACHED' TO WS-RPT-TR-FLAG
004630         ELSE
004640             MOVE SPACES             TO WS-RPT-TR-FLAG
004650         END-IF
004660         MOVE WS-RPT-TRAN-LINE       TO WS-PRINT-LINE
004670         PERFORM WRITE-DETAIL-PARA
004680       WHEN 100
004690         CONTINUE
004700       WHEN OTHER
004710         MOVE 'FETCH '               TO EL-ERROR-ACTION
004720         MOVE 'TXN_DAILY_SUMMARY'    TO EL-ERROR-DB2-OBJECT
004730         PERFORM CHECK-SQLCODE-PARA
004740         PERFORM EXIT-PARA
004750     END-EVALUATE.

004760*    THE 95TH-PERCENTILE TASK IS NUMBER CEILING(TASKS * 95 / 100)
004770*    IN TIME ORDER; WALK THE BANDS UNTIL THEY HOLD THAT MANY.
004780 COMPUTE-P95-PARA.
004790     MOVE TDS-BAND-01-COUNT          TO WS-BAND-COUNT (1).
004800     MOVE TDS-BAND-02-COUNT          TO WS-BAND-COUNT (2).
004810     MOVE TDS-BAND-03-COUNT          TO WS-BAND-COUNT (3).
004820     MOVE TDS-BAND-04-COUNT          TO WS-BAND-COUNT (4).
004830     MOVE TDS-BAND-05-COUNT          TO WS-BAND-COUNT (5).
004840     MOVE TDS-BAND-06-COUNT          TO WS-BAND-COUNT (6).
004850     MOVE TDS-BAND-07-COUNT          TO WS-BAND-COUNT (7).
004860     MOVE TDS-BAND-08-COUNT          TO WS-BAND-COUNT (8).
004870     MOVE TDS-BAND-09-COUNT          TO WS-BAND-COUNT (9).
004880     MOVE TDS-BAND-10-COUNT          TO WS-BAND-COUNT (10).
004890     COMPUTE WS-P95-TARGET = (WS-GR-TASKS * 95 + 99) / 100.
004900     MOVE 0                          TO WS-BAND-CUMULATIVE.
004910     MOVE 0                          TO WS-BAND-SUB.
004920     PERFORM ADD-ONE-BAND-PARA
004930       UNTIL WS-BAND-SUB = 10
004940          OR (WS-BAND-SUB > 0
004950              AND WS-BAND-CUMULATIVE NOT < WS-P95-TARGET).
004960     MOVE WS-BAND-LIMIT (WS-BAND-SUB) TO WS-P95-MS.
004970     IF WS-P95-MS > WS-GR-MAX-MS
004980         MOVE WS-GR-MAX-MS           TO WS-P95-MS
004990     END-IF.

005000 ADD-ONE-BAND-PARA.
005010     ADD 1                           TO WS-BAND-SUB.
005020     ADD WS-BAND-COUNT (WS-BAND-SUB) TO WS-BAND-CUMULATIVE.

005030******************************************************************
005040* 4. Limit Breaches                                              *
005050******************************************************************
005060 BREACH-SECTION-PARA.
005070     MOVE 'RESPONSE LIMIT BREACHES'  TO WS-SECTION-TITLE.
005080     MOVE WS-RPT-BREACH-HEADING      TO WS-COLUMN-HEADING.
005090     MOVE 99                         TO WS-LINE-CTR.
005100     EXEC SQL
005110       OPEN LIMIT-BREACHES
005120     END-EXEC.
005130     IF SQLCODE NOT = 0
005140         MOVE 'OPEN  '               TO EL-ERROR-ACTION
005150         MOVE 'TXN_DAILY_SUMMARY'    TO EL-ERROR-DB2-OBJECT
005160         PERFORM CHECK-SQLCODE-PARA
005170         PERFORM EXIT-PARA
005180     END-IF.
005190     PERFORM FETCH-BREACH-PARA
005200       UNTIL SQLCODE = 100.
005210     EXEC SQL
005220       CLOSE LIMIT-BREACHES
005230     END-EXEC.
005240     IF WS-BREACH-LINES = 0
005250         MOVE 'NO TRANSACTION EXCEEDED ITS RESPONSE LIMIT'
005260                                     TO WS-RPT-NONE-TEXT
005270         MOVE WS-RPT-NONE-LINE       TO WS-PRINT-LINE
005280         PERFORM WRITE-DETAIL-PARA
005290     END-IF.

005300 FETCH-BREACH-PARA.
005310     EXEC SQL
005320       FETCH LIMIT-BREACHES
005330        INTO :WS-GR-DATE, :WS-GR-TRANS-ID, :WS-GR-PROGRAM-ID,
005340             :WS-GR-BREACHES, :WS-GR-TASKS, :WS-GR-MAX-MS,
005350             :WS-GR-LIMIT-MS
005360     END-EXEC.
005370     EVALUATE SQLCODE
005380       WHEN 0
005390         ADD 1                       TO WS-BREACH-LINES
005400         MOVE WS-GR-DATE             TO WS-RPT-BR-DATE
005410         MOVE WS-GR-TRANS-ID         TO WS-RPT-BR-TRANS-ID
005420         MOVE WS-GR-PROGRAM-ID       TO WS-RPT-BR-PROGRAM-ID
005430         MOVE WS-GR-BREACHES         TO WS-RPT-BR-BREACHES
005440         MOVE WS-GR-TASKS            TO WS-RPT-BR-TASKS
005450         MOVE WS-GR-MAX-MS           TO WS-RPT-BR-MAX-MS
005460         MOVE WS-GR-LIMIT-MS         TO WS-RPT-BR-LIMIT-MS
005470         MOVE WS-RPT-BREACH-LINE     TO WS-PRINT-LINE
005480         PERFORM WRITE-DETAIL-PARA
005490       WHEN 100
005500         CONTINUE
005510       WHEN OTHER
005520         MOVE 'FETCH '               TO EL-ERROR-ACTION
005530         MOVE 'TXN_DAILY_SUMMARY'    TO EL-ERROR-DB2-OBJECT
005540         PERFORM CHECK-SQLCODE-PARA
005550         PERFORM EXIT-PARA
005560     END-EVALUATE.

005570******************************************************************
005580* Shared Report Paragraphs                                       *
005590******************************************************************
005600 COMPUTE-AVERAGE-PARA.
005610     IF WS-GR-TASKS > 0
005620         COMPUTE WS-GR-AVG-MS ROUNDED =
005630                 WS-GR-TOTAL-MS / WS-GR-TASKS
005640     ELSE
005650         MOVE 0                      TO WS-GR-AVG-MS
005660     END-IF.

005670 WRITE-HEADING-PARA.
005680     ADD 1                           TO WS-PAGE-NO.
005690     MOVE WS-PAGE-NO                 TO WS-RPT-PAGE-NO.
005700     WRITE USAGE-RPT-RECORD          FROM WS-RPT-HEADING-1.
005710     MOVE WS-FROM-DATE               TO WS-RPT-FROM-DATE.
005720     MOVE WS-TO-DATE                 TO WS-RPT-TO-DATE.
005730     MOVE WS-SECTION-TITLE           TO WS-RPT-SECTION-TITLE.
005740     WRITE USAGE-RPT-RECORD          FROM WS-RPT-HEADING-2.
005750     MOVE SPACES                     TO USAGE-RPT-RECORD.
005760     WRITE USAGE-RPT-RECORD.
005770     WRITE USAGE-RPT-RECORD          FROM WS-COLUMN-HEADING.
005780     MOVE 4                          TO WS-LINE-CTR.

005790 WRITE-DETAIL-PARA.
005800     IF WS-LINE-CTR > WS-LINES-PER-PAGE
005810         PERFORM WRITE-HEADING-PARA
005820     END-IF.
005830     WRITE USAGE-RPT-RECORD          FROM WS-PRINT-LINE.
005840     ADD 1                           TO WS-LINE-CTR.
005850     ADD 1                           TO WS-DETAIL-COUNT.

005860******************************************************************
005870* Error Logging                                                  *
005880******************************************************************
005890     EXEC SQL
005900       INCLUDE CPERRBAT
005910     END-EXEC.

005920*    A NON-FATAL OPEN/FETCH FAILURE STILL HAS TO STOP THIS RUN -
005930*    OTHERWISE THE FETCH LOOP RUNS AGAINST A CURSOR THAT WAS NEVER
005940*    OPENED AND NEVER REACHES SQLCODE = 100.
005950 EXIT-PARA.
005960     MOVE 'F'                        TO JRL-RUN-STATUS.
005970     MOVE WS-DETAIL-COUNT            TO JRL-ROWS-WRITTEN.
005980     PERFORM LOG-JOB-END-PARA.
005990     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
006000     GOBACK.

006010******************************************************************
006020* Run Registry                                                   *
006030******************************************************************
006040     EXEC SQL
006050       INCLUDE CPJOBLOG
006060     END-EXEC.
