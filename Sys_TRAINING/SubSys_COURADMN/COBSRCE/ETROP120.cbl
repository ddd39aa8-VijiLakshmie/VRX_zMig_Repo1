000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP120.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  WEEKLY TABLE GROWTH AND CAPACITY TREND.                       *
000090*  TAKES A ROW-COUNT SNAPSHOT OF EVERY DBODEVP TABLE - THE       *
000100*  APPLICATION TABLES AND THE ARCHIVE TABLES ALIKE - FROM THE    *
000110*  DB2 REAL-TIME STATISTICS (SUMMED OVER PARTITIONS), SO A TABLE *
000120*  ADDED LATER IS PICKED UP WITHOUT A CHANGE HERE, AND KEEPS IT  *
000130*  IN TABLE_GROWTH (SEE DCLTBLGR). AGAINST EACH TABLE'S PREVIOUS *
000140*  SNAPSHOT IT WORKS OUT THE WEEKLY GROWTH AND PROJECTS, IN A    *
000150*  STRAIGHT LINE, THE WEEKS LEFT BEFORE THE ROW THRESHOLD IS     *
000160*  REACHED. RUN PARAMETERS (SYSTEM_PARAMETER VIA RCBT004A,       *
000170*  PROGRAM_ID ETROP120):                                         *
000180*    DEFAULT-MAX-ROWS  THRESHOLD FOR ANY TABLE WITHOUT ITS OWN   *
000190*                      (DEFAULT 50,000,000)                      *
000200*    MAXROWS-TSNAME    THRESHOLD FOR THE TABLE IN TABLESPACE     *
000210*                      TSNAME - THE TABLESPACE IS WHAT FILLS UP  *
000220*    BREACH-WEEKS      FLAG A PROJECTED BREACH THIS MANY WEEKS   *
000230*                      AHEAD (DEFAULT 13 - THE NEXT QUARTER)     *
000240*    RUNAWAY-FACTOR    FLAG GROWTH MORE THAN THIS MANY TIMES     *
000250*                      LAST WEEK'S (DEFAULT 3) ...               *
000260*    RUNAWAY-MIN-ROWS  ... WHEN IT IS ALSO AT LEAST THIS MANY    *
000270*                      ROWS A WEEK (DEFAULT 5,000)               *
000280*  THE REPORT (GROWRPT) LISTS EVERY TABLE, THEN THE ONES FLAGGED *
000290*  FOR THE DBA. A RERUN ON THE SAME DAY REPLACES THAT DAY'S      *
000300*  SNAPSHOT.                                                     *
000310******************************************************************

000320 ENVIRONMENT DIVISION.

000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. Z900.
000350 OBJECT-COMPUTER. Z900.

000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT GROWTH-RPT-FILE ASSIGN TO GROWRPT
000390            ORGANIZATION  IS LINE SEQUENTIAL.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  GROWTH-RPT-FILE
000430     RECORD CONTAINS 132 CHARACTERS.
000440 01  GROWTH-RPT-RECORD               PIC X(132).

000450 WORKING-STORAGE SECTION.

000460 01 WS-BEGIN                          PIC  X(36) VALUE
000470     'ETROP120 WORKING STORAGE STARTS HERE'.

000480******************************************************************
000490*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000500******************************************************************
000510 01 WS-VARIABLES.
000520    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000530       88 WS-NO-ERROR                            VALUE SPACES.
000540       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000550       88 WS-FATAL-ERROR                         VALUE 'F'.
000560    05 WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
000570       88 WS-END-OF-TABLES                       VALUE 'Y'.
000580       88 WS-MORE-TABLES                         VALUE 'N'.
000590    05 WS-PREV-SWITCH                  PIC X(01) VALUE 'N'.
000600       88 WS-PREV-FOUND                          VALUE 'Y'.
000610       88 WS-NO-PREV                             VALUE 'N'.
000620    05 WS-DEFAULT-MAX-ROWS             PIC S9(9) COMP
000630                                       VALUE 50000000.
000640    05 WS-BREACH-WEEKS                 PIC S9(9) COMP VALUE 13.
000650    05 WS-RUNAWAY-FACTOR               PIC S9(9) COMP VALUE 3.
000660    05 WS-RUNAWAY-MIN-ROWS             PIC S9(9) COMP VALUE 5000.
000670    05 WS-RUN-DATE                     PIC X(10).
000680*    NULL INDICATORS - ROW COUNT ON THE CATALOG FETCH, THE REST
000690*    ON THE PREVIOUS SNAPSHOT AND ON THE INSERT.
000700    05 WS-COUNT-IND                    PIC S9(4) COMP.
000710    05 WS-DAYS-IND                     PIC S9(4) COMP.
000720    05 WS-GROWTH-IND                   PIC S9(4) COMP.
000730    05 WS-PCT-IND                      PIC S9(4) COMP.
000740    05 WS-WEEKS-IND                    PIC S9(4) COMP.
000750    05 WS-BREACH-DATE-IND              PIC S9(4) COMP.
000760    05 WS-PREV-GROWTH-IND              PIC S9(4) COMP.
000770*    THE TABLE'S PREVIOUS SNAPSHOT.
000780    05 WS-PREV-ROW-COUNT               PIC S9(15) COMP-3.
000790    05 WS-PREV-DAYS                    PIC S9(9) COMP.
000800    05 WS-PREV-GROWTH                  PIC S9(15) COMP-3.
000810    05 WS-RUNAWAY-LIMIT                PIC S9(15) COMP-3.
000820    05 WS-WEEKS-LEFT                   PIC S9(15) COMP-3.
000830    05 WS-BREACH-DAYS                  PIC S9(9) COMP.
000840    05 WS-TABLE-COUNT                  PIC S9(9) COMP VALUE 0.
000850    05 WS-SKIPPED-COUNT                PIC S9(9) COMP VALUE 0.
000860    05 WS-BREACH-COUNT                 PIC S9(9) COMP VALUE 0.
000870    05 WS-RUNAWAY-COUNT                PIC S9(9) COMP VALUE 0.
000880    05 WS-FLAGGED-COUNT                PIC S9(9) COMP VALUE 0.

000890*    RCBT004A-PARM IS THE COMMAREA/PARM PASSED TO THE SHARED
000900*    SYSTEM_PARAMETER LOOKUP.
000910 01 WS-RCBT004A-PARM.
000920    05 WS-SP-PROGRAM-ID                PIC X(08).
000930    05 WS-SP-PARM-NAME                 PIC X(16).
000940    05 WS-SP-PARM-NAME-TS REDEFINES WS-SP-PARM-NAME.
000950       10 WS-SP-TS-PREFIX              PIC X(08).
000960       10 WS-SP-TSNAME                 PIC X(08).
000970    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000980    05 WS-SP-RETURN-CODE               PIC X(1).

000990******************************************************************
001000*  REPORT LINES                                                  *
001010******************************************************************
001020 01 WS-RPT-LINES.
001030    05 WS-HDG-LINE.
001040       10 FILLER                       PIC X(41) VALUE
001050          'TABLE GROWTH AND CAPACITY TREND - RUN ON '.
001060       10 WS-HD-RUN-DATE               PIC X(10).
001070       10 FILLER                       PIC X(81) VALUE SPACES.
001080    05 WS-SECTION-LINE.
001090       10 WS-SH-TEXT                   PIC X(60).
001100       10 FILLER                       PIC X(72) VALUE SPACES.
001110    05 WS-COL-LINE.
001120       10 FILLER                       PIC X(44) VALUE
001130          '  TABLE                    TSPACE           '.
001140       10 FILLER                       PIC X(44) VALUE
001150          ' ROWS GROWTH/WEEK    GROWTH%     THRESHOLD  '.
001160       10 FILLER                       PIC X(44) VALUE
001170          'WKS BREACH DUE  FLAGS                       '.
001180    05 WS-DETAIL-LINE.
001190       10 FILLER                       PIC X(02) VALUE SPACES.
001200       10 WS-DT-TABLE-NAME             PIC X(24).
001210       10 FILLER                       PIC X(01) VALUE SPACES.
001220       10 WS-DT-TSNAME                 PIC X(08).
001230       10 FILLER                       PIC X(01) VALUE SPACES.
001240       10 WS-DT-ROW-COUNT              PIC Z,ZZZ,ZZZ,ZZ9.
001250       10 FILLER                       PIC X(01) VALUE SPACES.
001260       10 WS-DT-GROWTH                 PIC -ZZ,ZZZ,ZZ9.
001270       10 WS-DT-GROWTH-X REDEFINES WS-DT-GROWTH
001280                                       PIC X(11).
001290       10 FILLER                       PIC X(01) VALUE SPACES.
001300       10 WS-DT-GROWTH-PCT             PIC -ZZ,ZZ9.99.
001310       10 WS-DT-GROWTH-PCT-X REDEFINES WS-DT-GROWTH-PCT
001320                                       PIC X(10).
001330       10 FILLER                       PIC X(01) VALUE SPACES.
001340       10 WS-DT-THRESHOLD              PIC Z,ZZZ,ZZZ,ZZ9.
001350       10 FILLER                       PIC X(01) VALUE SPACES.
001360       10 WS-DT-WEEKS                  PIC ZZZ9.
001370       10 WS-DT-WEEKS-X REDEFINES WS-DT-WEEKS
001380                                       PIC X(04).
001390       10 FILLER                       PIC X(01) VALUE SPACES.
001400       10 WS-DT-BREACH-DATE            PIC X(10).
001410       10 FILLER                       PIC X(02) VALUE SPACES.
001420       10 WS-DT-FLAGS                  PIC X(27).
001430    05 WS-NONE-LINE.
001440       10 FILLER                       PIC X(02) VALUE SPACES.
001450       10 WS-NL-TEXT                   PIC X(40).
001460       10 FILLER                       PIC X(90) VALUE SPACES.
001470    05 WS-TOTAL-LINE.
001480       10 FILLER                       PIC X(02) VALUE SPACES.
001490       10 FILLER                       PIC X(18) VALUE
001500          'TABLES COUNTED    '.
001510       10 WS-TL-TABLES                 PIC ZZZ,ZZ9.
001520       10 FILLER                       PIC X(18) VALUE
001530          '   BREACH DUE     '.
001540       10 WS-TL-BREACH                 PIC ZZZ,ZZ9.
001550       10 FILLER                       PIC X(18) VALUE
001560          '   RUNAWAY        '.
001570       10 WS-TL-RUNAWAY                PIC ZZZ,ZZ9.
001580       10 FILLER                       PIC X(18) VALUE
001590          '   NO STATISTICS  '.
001600       10 WS-TL-SKIPPED                PIC ZZZ,ZZ9.
001610       10 FILLER                       PIC X(30) VALUE SPACES.

001620******************************************************************
001630* Copybook Includes.                                             *
001640******************************************************************
001650     EXEC SQL
001660       INCLUDE CWERRLOG
001670     END-EXEC.

001680*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001690     EXEC SQL
001700       INCLUDE CWJOBLOG
001710     END-EXEC.

001720******************************************************************
001730*                     DB2 SECTION                                *
001740******************************************************************
001750     EXEC SQL
001760       INCLUDE SQLCA
001770     END-EXEC.

001780     EXEC SQL
001790       INCLUDE DCLTBLGR
001800     END-EXEC.

001810*    EVERY DBODEVP BASE TABLE WITH ITS ROW COUNT FROM THE
001820*    REAL-TIME STATISTICS. EACH APPLICATION TABLE HAS A TABLESPACE
001830*    OF ITS OWN, SO THE TABLESPACE TOTAL IS THE TABLE'S COUNT; THE
001840*    COUNT IS NULL WHEN DB2 HAS NO STATISTICS FOR IT YET.
001850     EXEC SQL
001860       DECLARE DBODEVP-TABLES CURSOR FOR
001870        SELECT T.NAME, T.TSNAME,
001880               DECIMAL(SUM(R.TOTALROWS), 15, 0)
001890          FROM SYSIBM.SYSTABLES T
001900          LEFT OUTER JOIN SYSIBM.SYSTABLESPACESTATS R
001910            ON R.DBNAME = T.DBNAME
001920           AND R.NAME   = T.TSNAME
001930         WHERE T.CREATOR = 'DBODEVP'
001940           AND T.TYPE    = 'T'
001950         GROUP BY T.NAME, T.TSNAME
001960         ORDER BY T.NAME
001970     END-EXEC.

001980*    TODAY'S FLAGGED TABLES, NEAREST BREACH FIRST, THEN THE
001990*    RUNAWAYS THAT ARE NOT YET NEAR THEIR LIMIT.
002000     EXEC SQL
002010       DECLARE FLAGGED-TABLES CURSOR FOR
002020        SELECT TABLE_NAME, TSNAME, ROW_COUNT, WEEKLY_GROWTH,
002030               GROWTH_PCT, THRESHOLD_ROWS, WEEKS_TO_LIMIT,
002040               CHAR(PROJECTED_BREACH_DATE, ISO),
002050               BREACH_FLAG, RUNAWAY_FLAG
002060          FROM DBODEVP.TABLE_GROWTH
002070         WHERE SNAPSHOT_DATE = CURRENT DATE
002080           AND (BREACH_FLAG  = 'Y'
002090            OR  RUNAWAY_FLAG = 'Y')
002100         ORDER BY BREACH_FLAG DESC, WEEKS_TO_LIMIT,
002110                  WEEKLY_GROWTH DESC, TABLE_NAME
002120     END-EXEC.

002130 01 WS-END                             PIC X(50) VALUE
002140     'ETROP120-WORKING STORAGE SECTION ENDS HERE'.

002150 PROCEDURE DIVISION.

002160 MAIN-LOGIC-PARA.

002170     MOVE 'ETROP120'                   TO EL-ERROR-MODULE.
002180     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002190     MOVE 'ETROP120'                   TO JRL-PROGRAM-ID.
002200     PERFORM LOG-JOB-START-PARA.

002210     PERFORM GET-PARAMETERS-PARA.
002220     PERFORM GET-RUN-DATE-PARA.
002230     PERFORM CLEAR-TODAY-PARA.

002240     OPEN OUTPUT GROWTH-RPT-FILE.
002250     WRITE GROWTH-RPT-RECORD         FROM WS-HDG-LINE.

002260     PERFORM SNAPSHOT-TABLES-PARA.
002270     PERFORM REPORT-FLAGGED-PARA.

002280     CLOSE GROWTH-RPT-FILE.

002290     DISPLAY 'TABLES COUNTED          : ' WS-TABLE-COUNT.
002300     DISPLAY 'TABLES WITHOUT STATS    : ' WS-SKIPPED-COUNT.
002310     DISPLAY 'BREACH DUE              : ' WS-BREACH-COUNT.
002320     DISPLAY 'RUNAWAY GROWTH          : ' WS-RUNAWAY-COUNT.
002330     MOVE 'C'                        TO JRL-RUN-STATUS.
002340     COMPUTE JRL-ROWS-READ = WS-TABLE-COUNT + WS-SKIPPED-COUNT.
002350     MOVE WS-TABLE-COUNT             TO JRL-ROWS-WRITTEN.
002360     MOVE WS-SKIPPED-COUNT           TO JRL-ROWS-SKIPPED.
002370     PERFORM LOG-JOB-END-PARA.
002380     GOBACK.

002390******************************************************************
002400* Run Parameters                                                 *
002410******************************************************************
002420 GET-PARAMETERS-PARA.
002430     MOVE 'ETROP120'                 TO WS-SP-PROGRAM-ID.
002440     MOVE 'DEFAULT-MAX-ROWS'         TO WS-SP-PARM-NAME.
002450     MOVE WS-DEFAULT-MAX-ROWS        TO WS-SP-PARM-VALUE.
002460     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002470     IF WS-SP-PARM-VALUE > 0
002480       MOVE WS-SP-PARM-VALUE         TO WS-DEFAULT-MAX-ROWS
002490     END-IF.

002500     MOVE 'BREACH-WEEKS'             TO WS-SP-PARM-NAME.
002510     MOVE WS-BREACH-WEEKS            TO WS-SP-PARM-VALUE.
002520     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002530     IF WS-SP-PARM-VALUE > 0
002540       MOVE WS-SP-PARM-VALUE         TO WS-BREACH-WEEKS
002550     END-IF.

002560     MOVE 'RUNAWAY-FACTOR'           TO WS-SP-PARM-NAME.
002570     MOVE WS-RUNAWAY-FACTOR          TO WS-SP-PARM-VALUE.
002580     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002590     IF WS-SP-PARM-VALUE > 0
002600       MOVE WS-SP-PARM-VALUE         TO WS-RUNAWAY-FACTOR
002610     END-IF.

002620     MOVE 'RUNAWAY-MIN-ROWS'         TO WS-SP-PARM-NAME.
002630     MOVE WS-RUNAWAY-MIN-ROWS        TO WS-SP-PARM-VALUE.
002640     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002650     IF WS-SP-PARM-VALUE > 0
002660       MOVE WS-SP-PARM-VALUE         TO WS-RUNAWAY-MIN-ROWS
002670     END-IF.

002680*    THE TABLE'S OWN THRESHOLD, KEYED BY ITS TABLESPACE, ELSE
002690*    THE DEFAULT.
002700 GET-THRESHOLD-PARA.
002710     MOVE 'ETROP120'                 TO WS-SP-PROGRAM-ID.
002720     MOVE 'MAXROWS-'                 TO WS-SP-TS-PREFIX.
002730     MOVE TGR-TSNAME                 TO WS-SP-TSNAME.
002740     MOVE WS-DEFAULT-MAX-ROWS        TO WS-SP-PARM-VALUE.
002750     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002760     IF WS-SP-PARM-VALUE > 0
002770       MOVE WS-SP-PARM-VALUE         TO TGR-THRESHOLD-ROWS
002780     ELSE
002790       MOVE WS-DEFAULT-MAX-ROWS      TO TGR-THRESHOLD-ROWS
002800     END-IF.

002810 GET-RUN-DATE-PARA.
002820     EXEC SQL
002830       SELECT CHAR(CURRENT DATE, ISO)
002840         INTO :WS-RUN-DATE
002850         FROM SYSIBM.SYSDUMMY1
002860     END-EXEC.
002870     IF SQLCODE NOT = 0
002880       MOVE 'SELECT'                 TO EL-ERROR-ACTION
002890       MOVE 'SYSDUMMY1'              TO EL-ERROR-DB2-OBJECT
002900       PERFORM CHECK-SQLCODE-PARA
002910       PERFORM EXIT-PARA
002920     END-IF.
002930     MOVE WS-RUN-DATE                TO WS-HD-RUN-DATE.

002940*    A RERUN REPLACES THE DAY'S SNAPSHOT RATHER THAN DOUBLING IT.
002950 CLEAR-TODAY-PARA.
002960     EXEC SQL
002970       DELETE FROM DBODEVP.TABLE_GROWTH
002980        WHERE SNAPSHOT_DATE = CURRENT DATE
002990     END-EXEC.
003000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
003010       MOVE 'DELETE'                 TO EL-ERROR-ACTION
003020       MOVE 'TABLE_GROWTH'           TO EL-ERROR-DB2-OBJECT
003030       PERFORM CHECK-SQLCODE-PARA
003040       PERFORM EXIT-PARA
003050     END-IF.

003060******************************************************************
003070* Part 1 - Snapshot Every Table                                  *
003080******************************************************************
003090 SNAPSHOT-TABLES-PARA.
003100     MOVE SPACES                     TO GROWTH-RPT-RECORD.
003110     WRITE GROWTH-RPT-RECORD.
003120     MOVE 'ALL TABLES' TO WS-SH-TEXT.
003130     WRITE GROWTH-RPT-RECORD         FROM WS-SECTION-LINE.
003140     WRITE GROWTH-RPT-RECORD         FROM WS-COL-LINE.

003150     EXEC SQL
003160       OPEN DBODEVP-TABLES
003170     END-EXEC.
003180     IF SQLCODE NOT = 0
003190       MOVE 'OPEN'                   TO EL-ERROR-ACTION
003200       MOVE 'SYSTABLES'              TO EL-ERROR-DB2-OBJECT
003210       PERFORM CHECK-SQLCODE-PARA
003220       PERFORM EXIT-PARA
003230     END-IF.
003240     SET WS-MORE-TABLES              TO TRUE.
003250     PERFORM FETCH-TABLE-PARA.
003260     PERFORM SNAPSHOT-ONE-TABLE-PARA
003270       UNTIL WS-END-OF-TABLES.
003280     EXEC SQL
003290       CLOSE DBODEVP-TABLES
003300     END-EXEC.

003310     MOVE SPACES                     TO GROWTH-RPT-RECORD.
003320     WRITE GROWTH-RPT-RECORD.
003330     MOVE WS-TABLE-COUNT             TO WS-TL-TABLES.
003340     MOVE WS-BREACH-COUNT            TO WS-TL-BREACH.
003350     MOVE WS-RUNAWAY-COUNT           TO WS-TL-RUNAWAY.
003360     MOVE WS-SKIPPED-COUNT           TO WS-TL-SKIPPED.
003370     WRITE GROWTH-RPT-RECORD         FROM WS-TOTAL-LINE.

003380 FETCH-TABLE-PARA.
003390     EXEC SQL
003400       FETCH DBODEVP-TABLES
003410        INTO :TGR-TABLE-NAME, :TGR-TSNAME,
003420             :TGR-ROW-COUNT :WS-COUNT-IND
003430     END-EXEC.
003440     EVALUATE SQLCODE
003450       WHEN 0
003460         CONTINUE
003470       WHEN 100
003480         SET WS-END-OF-TABLES        TO TRUE
003490       WHEN OTHER
003500         MOVE 'FETCH'                TO EL-ERROR-ACTION
003510         MOVE 'SYSTABLES'            TO EL-ERROR-DB2-OBJECT
003520         PERFORM CHECK-SQLCODE-PARA
003530         PERFORM EXIT-PARA
003540     END-EVALUATE.

003550 SNAPSHOT-ONE-TABLE-PARA.
003560     IF WS-COUNT-IND < 0
003570       DISPLAY 'NO REAL-TIME STATISTICS FOR ' TGR-TABLE-NAME
003580       ADD 1                         TO WS-SKIPPED-COUNT
003590     ELSE
003600       PERFORM GET-THRESHOLD-PARA
003610       PERFORM GET-PREVIOUS-PARA
003620       PERFORM WORK-OUT-GROWTH-PARA
003630       PERFORM WORK-OUT-BREACH-PARA
003640       PERFORM WORK-OUT-RUNAWAY-PARA
003650       PERFORM INSERT-SNAPSHOT-PARA
003660       ADD 1                         TO WS-TABLE-COUNT
003670       PERFORM BUILD-DETAIL-PARA
003680       WRITE GROWTH-RPT-RECORD       FROM WS-DETAIL-LINE
003690     END-IF.
003700     PERFORM FETCH-TABLE-PARA.

003710*    THE MOST RECENT EARLIER SNAPSHOT - NORMALLY LAST WEEK'S, BUT
003720*    A MISSED RUN JUST MEANS A LONGER GAP, WHICH THE GROWTH IS
003730*    SCALED FOR.
003740 GET-PREVIOUS-PARA.
003750     EXEC SQL
003760       SELECT ROW_COUNT,
003770              DAYS(CURRENT DATE) - DAYS(SNAPSHOT_DATE),
003780              WEEKLY_GROWTH
003790         INTO :WS-PREV-ROW-COUNT, :WS-PREV-DAYS,
003800              :WS-PREV-GROWTH :WS-PREV-GROWTH-IND
003810         FROM DBODEVP.TABLE_GROWTH
003820        WHERE TABLE_NAME    = :TGR-TABLE-NAME
003830          AND SNAPSHOT_DATE < CURRENT DATE
003840        ORDER BY SNAPSHOT_DATE DESC
003850        FETCH FIRST 1 ROW ONLY
003860     END-EXEC.
003870     EVALUATE SQLCODE
003880       WHEN 0
003890         SET WS-PREV-FOUND           TO TRUE
003900       WHEN 100
003910         SET WS-NO-PREV              TO TRUE
003920       WHEN OTHER
003930         MOVE 'SELECT'               TO EL-ERROR-ACTION
003940         MOVE 'TABLE_GROWTH'         TO EL-ERROR-DB2-OBJECT
003950         PERFORM CHECK-SQLCODE-PARA
003960         PERFORM EXIT-PARA
003970     END-EVALUATE.

003980 WORK-OUT-GROWTH-PARA.
003990     MOVE 0                          TO TGR-DAYS-SINCE-PREV
004000                                        TGR-WEEKLY-GROWTH
004010                                        TGR-GROWTH-PCT.
004020     MOVE -1                         TO WS-DAYS-IND
004030                                        WS-GROWTH-IND
004040                                        WS-PCT-IND.
004050     IF WS-PREV-FOUND
004060       MOVE WS-PREV-DAYS             TO TGR-DAYS-SINCE-PREV
004070       COMPUTE TGR-WEEKLY-GROWTH ROUNDED =
004080               (TGR-ROW-COUNT - WS-PREV-ROW-COUNT) * 7
004090               / WS-PREV-DAYS
004100       MOVE 0                        TO WS-DAYS-IND
004110                                        WS-GROWTH-IND
004120       IF WS-PREV-ROW-COUNT > 0
004130         COMPUTE TGR-GROWTH-PCT ROUNDED =
004140                 TGR-WEEKLY-GROWTH * 100 / WS-PREV-ROW-COUNT
004150           ON SIZE ERROR
004160             MOVE 99999.99           TO TGR-GROWTH-PCT
004170         END-COMPUTE
004180         MOVE 0                      TO WS-PCT-IND
004190       END-IF
004200     END-IF.

004210*    STRAIGHT-LINE PROJECTION: WEEKS UNTIL THE COUNT PASSES THE
004220*    THRESHOLD AT THIS WEEK'S RATE, ROUNDED UP. NO PROJECTION FOR
004230*    A TABLE THAT IS FLAT OR SHRINKING UNLESS IT IS ALREADY OVER.
004240 WORK-OUT-BREACH-PARA.
004250     MOVE 'N'                        TO TGR-BREACH-FLAG.
004260     MOVE 0                          TO TGR-WEEKS-TO-LIMIT.
004270     MOVE SPACES                     TO TGR-PROJECTED-BREACH-DATE.
004280     MOVE -1                         TO WS-WEEKS-IND
004290                                        WS-BREACH-DATE-IND.
004300     EVALUATE TRUE
004310       WHEN TGR-ROW-COUNT >= TGR-THRESHOLD-ROWS
004320         MOVE 0                      TO WS-WEEKS-LEFT
004330       WHEN WS-GROWTH-IND = 0 AND TGR-WEEKLY-GROWTH > 0
004340         COMPUTE WS-WEEKS-LEFT =
004350                 (TGR-THRESHOLD-ROWS - TGR-ROW-COUNT
004360                  + TGR-WEEKLY-GROWTH - 1) / TGR-WEEKLY-GROWTH
004370       WHEN OTHER
004380         MOVE -1                     TO WS-WEEKS-LEFT
004390     END-EVALUATE.
004400     IF WS-WEEKS-LEFT < 0
004410       CONTINUE
004420     ELSE
004430       IF WS-WEEKS-LEFT > 9999
004440         MOVE 9999                   TO WS-WEEKS-LEFT
004450       END-IF
004460       MOVE WS-WEEKS-LEFT            TO TGR-WEEKS-TO-LIMIT
004470       MOVE 0                        TO WS-WEEKS-IND
004480       PERFORM GET-BREACH-DATE-PARA
004490       IF TGR-WEEKS-TO-LIMIT <= WS-BREACH-WEEKS
004500         MOVE 'Y'                    TO TGR-BREACH-FLAG
004510         ADD 1                       TO WS-BREACH-COUNT
004520       END-IF
004530     END-IF.

004540 GET-BREACH-DATE-PARA.
004550     COMPUTE WS-BREACH-DAYS = TGR-WEEKS-TO-LIMIT * 7.
004560     EXEC SQL
004570       SELECT CHAR(CURRENT DATE + :WS-BREACH-DAYS DAYS, ISO)
004580         INTO :TGR-PROJECTED-BREACH-DATE
004590         FROM SYSIBM.SYSDUMMY1
004600     END-EXEC.
004610     IF SQLCODE NOT = 0
004620       MOVE 'SELECT'                 TO EL-ERROR-ACTION
004630       MOVE 'SYSDUMMY1'              TO EL-ERROR-DB2-OBJECT
004640       PERFORM CHECK-SQLCODE-PARA
004650       PERFORM EXIT-PARA
004660     END-IF.
004670     MOVE 0                          TO WS-BREACH-DATE-IND.

004680*    A RUNAWAY IS A TABLE GROWING AT LEAST RUNAWAY-MIN-ROWS A
004690*    WEEK AND MORE THAN RUNAWAY-FACTOR TIMES LAST WEEK'S GROWTH -
004700*    A TABLE THAT WAS FLAT OR SHRINKING LAST WEEK ONLY HAS TO
004710*    CLEAR THE MINIMUM. NEEDS TWO EARLIER SNAPSHOTS.
004720 WORK-OUT-RUNAWAY-PARA.
004730     MOVE 'N'                        TO TGR-RUNAWAY-FLAG.
004740     IF WS-PREV-FOUND AND WS-PREV-GROWTH-IND = 0
004750       AND TGR-WEEKLY-GROWTH >= WS-RUNAWAY-MIN-ROWS
004760       IF WS-PREV-GROWTH > 0
004770         COMPUTE WS-RUNAWAY-LIMIT =
004780                 WS-PREV-GROWTH * WS-RUNAWAY-FACTOR
004790       ELSE
004800         MOVE 0                      TO WS-RUNAWAY-LIMIT
004810       END-IF
004820       IF TGR-WEEKLY-GROWTH > WS-RUNAWAY-LIMIT
004830         MOVE 'Y'                    TO TGR-RUNAWAY-FLAG
004840         ADD 1                       TO WS-RUNAWAY-COUNT
004850       END-IF
004860     END-IF.

004870 INSERT-SNAPSHOT-PARA.
004880     MOVE 'INSERT-SNAPSHOT-PARA      ' TO EL-ERROR-PARA-NAME.
004890     EXEC SQL
004900       INSERT INTO DBODEVP.TABLE_GROWTH
004910             (SNAPSHOT_DATE, TABLE_NAME, TSNAME, ROW_COUNT,
004920              DAYS_SINCE_PREV, WEEKLY_GROWTH, GROWTH_PCT,
004930              THRESHOLD_ROWS, WEEKS_TO_LIMIT,
004940              PROJECTED_BREACH_DATE, BREACH_FLAG, RUNAWAY_FLAG,
004950              DTS)
004960       VALUES (CURRENT DATE, :TGR-TABLE-NAME, :TGR-TSNAME,
004970              :TGR-ROW-COUNT,
004980              :TGR-DAYS-SINCE-PREV :WS-DAYS-IND,
004990              :TGR-WEEKLY-GROWTH   :WS-GROWTH-IND,
005000              :TGR-GROWTH-PCT      :WS-PCT-IND,
005010              :TGR-THRESHOLD-ROWS,
005020              :TGR-WEEKS-TO-LIMIT  :WS-WEEKS-IND,
005030              :TGR-PROJECTED-BREACH-DATE :WS-BREACH-DATE-IND,
005040              :TGR-BREACH-FLAG, :TGR-RUNAWAY-FLAG,
005050              CURRENT TIMESTAMP)
005060     END-EXEC.
005070     IF SQLCODE NOT = 0
005080       MOVE 'INSERT'                 TO EL-ERROR-ACTION
005090       MOVE 'TABLE_GROWTH'           TO EL-ERROR-DB2-OBJECT
005100       PERFORM CHECK-SQLCODE-PARA
005110       PERFORM EXIT-PARA
005120     END-IF.

005130*    ONE DETAIL LINE SERVES BOTH PARTS; A NULL GROWTH OR
005140*    PROJECTION PRINTS AS DASHES.
005150 BUILD-DETAIL-PARA.
005160     MOVE TGR-TABLE-NAME             TO WS-DT-TABLE-NAME.
005170     MOVE TGR-TSNAME                 TO WS-DT-TSNAME.
005180     MOVE TGR-ROW-COUNT              TO WS-DT-ROW-COUNT.
005190     IF WS-GROWTH-IND < 0
005200       MOVE '        ---'            TO WS-DT-GROWTH-X
005210     ELSE
005220       MOVE TGR-WEEKLY-GROWTH        TO WS-DT-GROWTH
005230     END-IF.
005240     IF WS-PCT-IND < 0
005250       MOVE '       ---'             TO WS-DT-GROWTH-PCT-X
005260     ELSE
005270       MOVE TGR-GROWTH-PCT           TO WS-DT-GROWTH-PCT
005280     END-IF.
005290     MOVE TGR-THRESHOLD-ROWS         TO WS-DT-THRESHOLD.
005300     IF WS-WEEKS-IND < 0
005310       MOVE ' ---'                   TO WS-DT-WEEKS-X
005320       MOVE SPACES                   TO WS-DT-BREACH-DATE
005330     ELSE
005340       MOVE TGR-WEEKS-TO-LIMIT       TO WS-DT-WEEKS
005350       MOVE TGR-PROJECTED-BREACH-DATE TO WS-DT-BREACH-DATE
005360     END-IF.
005370     EVALUATE TRUE
005380       WHEN TGR-BREACH-DUE AND TGR-RUNAWAY-GROWTH
005390         MOVE 'BREACH DUE, RUNAWAY GROWTH' TO WS-DT-FLAGS
005400       WHEN TGR-BREACH-DUE
005410         MOVE 'BREACH DUE'           TO WS-DT-FLAGS
005420       WHEN TGR-RUNAWAY-GROWTH
005430         MOVE 'RUNAWAY GROWTH'       TO WS-DT-FLAGS
005440       WHEN OTHER
005450         MOVE SPACES                 TO WS-DT-FLAGS
005460     END-EVALUATE.

005470******************************************************************
005480* Part 2 - Tables For The DBA                                    *
005490******************************************************************
005500 REPORT-FLAGGED-PARA.
005510     MOVE SPACES                     TO GROWTH-RPT-RECORD.
005520     WRITE GROWTH-RPT-RECORD.
005530     MOVE 'NEEDS ATTENTION - BREACH DUE OR RUNAWAY GROWTH'
005540                                     TO WS-SH-TEXT.
005550     WRITE GROWTH-RPT-RECORD         FROM WS-SECTION-LINE.
005560     WRITE GROWTH-RPT-RECORD         FROM WS-COL-LINE.

005570     EXEC SQL
005580       OPEN FLAGGED-TABLES
005590     END-EXEC.
005600     IF SQLCODE NOT = 0
005610       MOVE 'OPEN'                   TO EL-ERROR-ACTION
005620       MOVE 'TABLE_GROWTH'           TO EL-ERROR-DB2-OBJECT
005630       PERFORM CHECK-SQLCODE-PARA
005640       PERFORM EXIT-PARA
005650     END-IF.
005660     SET WS-MORE-TABLES              TO TRUE.
005670     PERFORM FETCH-FLAGGED-PARA.
005680     PERFORM LIST-FLAGGED-PARA
005690       UNTIL WS-END-OF-TABLES.
005700     EXEC SQL
005710       CLOSE FLAGGED-TABLES
005720     END-EXEC.

005730     IF WS-FLAGGED-COUNT = 0
005740       MOVE 'NO TABLES NEED ATTENTION' TO WS-NL-TEXT
005750       WRITE GROWTH-RPT-RECORD       FROM WS-NONE-LINE
005760     END-IF.

005770 FETCH-FLAGGED-PARA.
005780     EXEC SQL
005790       FETCH FLAGGED-TABLES
005800        INTO :TGR-TABLE-NAME, :TGR-TSNAME, :TGR-ROW-COUNT,
005810             :TGR-WEEKLY-GROWTH   :WS-GROWTH-IND,
005820             :TGR-GROWTH-PCT      :WS-PCT-IND,
005830             :TGR-THRESHOLD-ROWS,
005840             :TGR-WEEKS-TO-LIMIT  :WS-WEEKS-IND,
005850             :TGR-PROJECTED-BREACH-DATE :WS-BREACH-DATE-IND,
005860             :TGR-BREACH-FLAG, :TGR-RUNAWAY-FLAG
005870     END-EXEC.
005880     EVALUATE SQLCODE
005890       WHEN 0
005900         CONTINUE
005910       WHEN 100
005920         SET WS-END-OF-TABLES        TO TRUE
005930       WHEN OTHER
005940         MOVE 'FETCH'                TO EL-ERROR-ACTION
005950         MOVE 'TABLE_GROWTH'         TO EL-ERROR-DB2-OBJECT
005960         PERFORM CHECK-SQLCODE-PARA
005970         PERFORM EXIT-PARA
005980     END-EVALUATE.

005990 LIST-FLAGGED-PARA.
006000     ADD 1                           TO WS-FLAGGED-COUNT.
006010     PERFORM BUILD-DETAIL-PARA.
006020     WRITE GROWTH-RPT-RECORD         FROM WS-DETAIL-LINE.
006030     PERFORM FETCH-FLAGGED-PARA.

006040******************************************************************
006050* Error Logging                                                  *
006060******************************************************************
006070     EXEC SQL
006080       INCLUDE CPERRBAT
006090     END-EXEC.

006100 EXIT-PARA.
006110     MOVE 'F'                        TO JRL-RUN-STATUS.
006120     PERFORM LOG-JOB-END-PARA.
006130     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
006140     GOBACK.

006150******************************************************************
006160* Run Registry                                                   *
006170******************************************************************
006180     EXEC SQL
006190       INCLUDE CPJOBLOG
006200     END-EXEC.
