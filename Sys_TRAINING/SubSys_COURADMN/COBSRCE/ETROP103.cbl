000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETROP103.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  MONTHLY PERSONAL-DATA ACCESS REVIEW AND LOG PURGE.            *
000090*  READS LAST CALENDAR MONTH OF PII_ACCESS_LOG (CPPIIACC) AND    *
000100*  PRINTS, ON PIIMRPT, FOR THE DATA-PROTECTION OFFICER:          *
000110*    1. ONLINE ACCESS BY USER - LOOKUPS, ROWS SHOWN, PEOPLE SEEN *
000120*       AND OUT-OF-HOURS USE, FLAGGING ANY USER WHOSE ROWS SHOWN *
000130*       EXCEED PEER-FACTOR (DEFAULT 3) TIMES THE AVERAGE OF THE  *
000140*       OTHER ONLINE USERS (AND AT LEAST PEER-MIN-ROWS, DEFAULT  *
000150*       100, SO A QUIET MONTH DOES NOT FLAG EVERYBODY)           *
000160*    2. EVERY WILDCARD (PARTIAL-NAME) SEARCH RUN OUTSIDE OFFICE  *
000170*       HOURS - BEFORE OFFICE-START-HR (DEFAULT 7), FROM         *
000180*       OFFICE-END-HOUR (DEFAULT 19), OR AT A WEEKEND            *
000190*    3. BATCH EXTRACTS BY PROGRAM - RUNS/SECTIONS AND ROWS       *
000200*  THEN PURGES LOG ROWS OLDER THAN PII-KEEP-MONTHS (DEFAULT      *
000210*  24, NEVER FEWER THAN 2 SO THE MONTH JUST REPORTED SURVIVES) - *
000220*  THE LOG'S OWN RETENTION, APART FROM THE ETROP13 WINDOW.       *
000230******************************************************************

000240 ENVIRONMENT DIVISION.

000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. Z900.
000270 OBJECT-COMPUTER. Z900.

000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PII-RPT-FILE     ASSIGN TO PIIMRPT
000310            ORGANIZATION  IS LINE SEQUENTIAL.

000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  PII-RPT-FILE
000350     RECORD CONTAINS 132 CHARACTERS.
000360 01  PII-RPT-RECORD                     PIC X(132).

000370 WORKING-STORAGE SECTION.

000380 01 WS-BEGIN                          PIC  X(36) VALUE
000390     'ETROP103 WORKING STORAGE STARTS HERE'.

000400******************************************************************
000410*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000420******************************************************************
000430 01 WS-VARIABLES.
000440    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000450       88 WS-NO-ERROR                            VALUE SPACES.
000460       88 WS-NON-FATAL-ERROR                     VALUE 'N'.
000470       88 WS-FATAL-ERROR                         VALUE 'F'.
000480    05 WS-FROM-DATE                    PIC X(10).
000490    05 WS-TO-DATE                      PIC X(10).
000500    05 WS-OFFICE-START                 PIC S9(9) COMP VALUE 7.
000510    05 WS-OFFICE-END                   PIC S9(9) COMP VALUE 19.
000520    05 WS-PEER-FACTOR                  PIC S9(9) COMP VALUE 3.
000530    05 WS-PEER-MIN-ROWS                PIC S9(9) COMP VALUE 100.
000540    05 WS-KEEP-MONTHS                  PIC S9(9) COMP VALUE 24.
000550    05 WS-ONLINE-USERS                 PIC S9(9) COMP VALUE 0.
000560    05 WS-ONLINE-ROWS                  PIC S9(15) COMP-3 VALUE 0.
000570    05 WS-PEER-AVG                     PIC S9(9) COMP VALUE 0.
000580    05 WS-READ-COUNT                   PIC S9(9) COMP VALUE 0.
000590    05 WS-DETAIL-COUNT                 PIC S9(9) COMP VALUE 0.
000600    05 WS-FLAGGED-COUNT                PIC S9(9) COMP VALUE 0.
000610    05 WS-OFF-HOURS-COUNT              PIC S9(9) COMP VALUE 0.
000620    05 WS-PURGED-COUNT                 PIC S9(9) COMP VALUE 0.
000630    05 WS-PAGE-NO                      PIC 9(04) VALUE 0.
000640    05 WS-LINE-CTR                     PIC 9(03) VALUE 99.
000650    05 WS-LINES-PER-PAGE               PIC 9(03) VALUE 50.
000660    05 WS-SECTION-TITLE                PIC X(60).
000670    05 WS-COLUMN-HEADING               PIC X(132).
000680    05 WS-PRINT-LINE                   PIC X(132).
000690 01 WS-RCBT004A-PARM.
000700    05 WS-SP-PROGRAM-ID                PIC X(08).
000710    05 WS-SP-PARM-NAME                 PIC X(16).
000720    05 WS-SP-PARM-VALUE                PIC S9(9) USAGE COMP.
000730    05 WS-SP-RETURN-CODE               PIC X(1).

000740******************************************************************
000750*  ONE FETCHED GROUP - WHICHEVER SECTION IS PRINTING.            *
000760******************************************************************
000770 01 WS-GROUP.
000780    05 WS-GR-USR-ID                    PIC X(08).
000790    05 WS-GR-PROGRAM-ID                PIC X(08).
000800    05 WS-GR-ACCESS-DTS                PIC X(26).
000810    05 WS-GR-ACCESSES                  PIC S9(9) USAGE COMP.
000820    05 WS-GR-ROWS                      PIC S9(9) USAGE COMP.
000830    05 WS-GR-PEOPLE                    PIC S9(9) USAGE COMP.
000840    05 WS-GR-SEARCHES                  PIC S9(9) USAGE COMP.
000850    05 WS-GR-OFF-HOURS                 PIC S9(9) USAGE COMP.
000860    05 WS-GR-CRITERIA.
000870       49 WS-GR-CRITERIA-LEN           PIC S9(4) USAGE COMP.
000880       49 WS-GR-CRITERIA-TEXT          PIC X(120).

000890******************************************************************
000900*  ACCESS REVIEW LINE LAYOUTS                                    *
000910******************************************************************
000920 01 WS-RPT-HEADING-1.
000930    05 FILLER                         PIC X(20) VALUE SPACES.
000940    05 FILLER                         PIC X(40) VALUE
000950       'MONTHLY PERSONAL-DATA ACCESS REVIEW'.
000960    05 FILLER                         PIC X(10) VALUE SPACES.
000970    05 FILLER                         PIC X(05) VALUE 'PAGE '.
000980    05 WS-RPT-PAGE-NO                 PIC ZZZ9.
000990 01 WS-RPT-HEADING-2.
001000    05 FILLER                         PIC X(07) VALUE 'PERIOD '.
001010    05 WS-RPT-FROM-DATE               PIC X(10).
001020    05 FILLER                         PIC X(04) VALUE ' TO '.
001030    05 WS-RPT-TO-DATE                 PIC X(10).
001040    05 FILLER                         PIC X(04) VALUE SPACES.
001050    05 WS-RPT-SECTION-TITLE           PIC X(60).
001060 01 WS-RPT-USER-HEADING.
001070    05 FILLER                         PIC X(10) VALUE 'USER ID'.
001080    05 FILLER                         PIC X(12) VALUE
001090       '     LOOKUPS'.
001100    05 FILLER                         PIC X(12) VALUE
001110       '  ROWS SHOWN'.
001120    05 FILLER                         PIC X(12) VALUE
001130       '      PEOPLE'.
001140    05 FILLER                         PIC X(12) VALUE
001150       '    SEARCHES'.
001160    05 FILLER                         PIC X(12) VALUE
001170       '   OFF-HOURS'.
001180    05 FILLER                         PIC X(12) VALUE
001190       '    PEER AVG'.
001200 01 WS-RPT-USER-LINE.
001210    05 WS-RPT-USR-ID                  PIC X(08).
001220    05 FILLER                         PIC X(02) VALUE SPACES.
001230    05 WS-RPT-US-ACCESSES             PIC ZZZ,ZZZ,ZZ9.
001240    05 FILLER                         PIC X(01) VALUE SPACES.
001250    05 WS-RPT-US-ROWS                 PIC ZZZ,ZZZ,ZZ9.
001260    05 FILLER                         PIC X(01) VALUE SPACES.
001270    05 WS-RPT-US-PEOPLE               PIC ZZZ,ZZZ,ZZ9.
001280    05 FILLER                         PIC X(01) VALUE SPACES.
001290    05 WS-RPT-US-SEARCHES             PIC ZZZ,ZZZ,ZZ9.
001300    05 FILLER                         PIC X(01) VALUE SPACES.
001310    05 WS-RPT-US-OFF-HOURS            PIC ZZZ,ZZZ,ZZ9.
001320    05 FILLER                         PIC X(01) VALUE SPACES.
001330    05 WS-RPT-US-PEER-AVG             PIC ZZZ,ZZZ,ZZ9.
001340    05 FILLER                         PIC X(02) VALUE SPACES.
001350    05 WS-RPT-US-FLAG                 PIC X(24).
001360 01 WS-RPT-SEARCH-HEADING.
001370    05 FILLER                         PIC X(21) VALUE
001371       'SEARCHED AT'.
001380    05 FILLER                         PIC X(10) VALUE 'USER ID'.
001390    05 FILLER                         PIC X(10) VALUE 'PROGRAM'.
001400    05 FILLER                         PIC X(12) VALUE
001410       '  ROWS SHOWN'.
001420    05 FILLER                         PIC X(02) VALUE SPACES.
001430    05 FILLER                         PIC X(20) VALUE
001440       'SEARCH CRITERIA'.
001450 01 WS-RPT-SEARCH-LINE.
001460    05 WS-RPT-SR-DTS                  PIC X(19).
001470    05 FILLER                         PIC X(02) VALUE SPACES.
001480    05 WS-RPT-SR-USR-ID               PIC X(08).
001490    05 FILLER                         PIC X(02) VALUE SPACES.
001500    05 WS-RPT-SR-PROGRAM-ID           PIC X(08).
001510    05 FILLER                         PIC X(02) VALUE SPACES.
001520    05 WS-RPT-SR-ROWS                 PIC ZZZ,ZZZ,ZZ9.
001530    05 FILLER                         PIC X(03) VALUE SPACES.
001540    05 WS-RPT-SR-CRITERIA             PIC X(77).
001550 01 WS-RPT-EXTRACT-HEADING.
001560    05 FILLER                         PIC X(10) VALUE 'PROGRAM'.
001570    05 FILLER                         PIC X(12) VALUE
001580       '   EXTRACTS'.
001590    05 FILLER                         PIC X(12) VALUE
001600       '  ROWS SHOWN'.
001610    05 FILLER                         PIC X(12) VALUE
001620       '    SUBJECTS'.
001630 01 WS-RPT-EXTRACT-LINE.
001640    05 WS-RPT-EX-PROGRAM-ID           PIC X(08).
001650    05 FILLER                         PIC X(02) VALUE SPACES.
001660    05 WS-RPT-EX-ACCESSES             PIC ZZZ,ZZZ,ZZ9.
001670    05 FILLER                         PIC X(01) VALUE SPACES.
001680    05 WS-RPT-EX-ROWS                 PIC ZZZ,ZZZ,ZZ9.
001690    05 FILLER                         PIC X(01) VALUE SPACES.
001700    05 WS-RPT-EX-PEOPLE               PIC ZZZ,ZZZ,ZZ9.
001710 01 WS-RPT-NONE-LINE.
001720    05 FILLER                         PIC X(04) VALUE SPACES.
001730    05 WS-RPT-NONE-TEXT               PIC X(60).

001740******************************************************************
001750* Copybook Includes.                                             *
001760******************************************************************
001770     EXEC SQL
001780       INCLUDE CWERRLOG
001790     END-EXEC.

001800*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
001810     EXEC SQL
001820       INCLUDE CWJOBLOG
001830     END-EXEC.

001840******************************************************************
001850*                     DB2 SECTION                                *
001860******************************************************************
001870     EXEC SQL
001880       INCLUDE SQLCA
001890     END-EXEC.

001900     EXEC SQL
001910       INCLUDE DCLPIIAC
001920     END-EXEC.

001930******************************************************************
001940*  CURSOR DECLARATIONS - ONE PER SECTION, ALL OVER THE MONTH.    *
001950*  "OFF HOURS" IS BEFORE OFFICE-START-HR, FROM OFFICE-END-HOUR,  *
001960*  OR ANY TIME ON A SATURDAY/SUNDAY (DAYOFWEEK 7/1).             *
001970******************************************************************
001980     EXEC SQL DECLARE ONLINE-BY-USER CURSOR
001990      FOR
002000      SELECT USR_ID, COUNT(*), SUM(ROW_COUNT),
002010             COUNT(DISTINCT SUBJECT_EMAIL),
002020             SUM(CASE WHEN ACCESS_TYPE = 'S' THEN 1 ELSE 0 END),
002030             SUM(CASE WHEN HOUR(ACCESS_DTS) < :WS-OFFICE-START
002040                        OR HOUR(ACCESS_DTS) >= :WS-OFFICE-END
002050                        OR DAYOFWEEK(ACCESS_DTS) IN (1, 7)
002060                      THEN 1 ELSE 0 END)
002070        FROM DBODEVP.PII_ACCESS_LOG
002080       WHERE DATE(ACCESS_DTS) BETWEEN :WS-FROM-DATE
002090                                  AND :WS-TO-DATE
002100         AND ACCESS_TYPE NOT = 'X'
002110       GROUP BY USR_ID
002120       ORDER BY 3 DESC, 1
002130     END-EXEC.

002140     EXEC SQL DECLARE OFF-HOURS-SEARCHES CURSOR
002150      FOR
002160      SELECT CHAR(ACCESS_DTS), USR_ID, PROGRAM_ID, ROW_COUNT,
002170             COALESCE(SEARCH_CRITERIA, ' ')
002180        FROM DBODEVP.PII_ACCESS_LOG
002190       WHERE DATE(ACCESS_DTS) BETWEEN :WS-FROM-DATE
002200                                  AND :WS-TO-DATE
002210         AND WILDCARD_SW = 'Y'
002220         AND (HOUR(ACCESS_DTS) < :WS-OFFICE-START
002230              OR HOUR(ACCESS_DTS) >= :WS-OFFICE-END
002240              OR DAYOFWEEK(ACCESS_DTS) IN (1, 7))
002250       ORDER BY ACCESS_DTS
002260     END-EXEC.

002270     EXEC SQL DECLARE EXTRACTS-BY-PROGRAM CURSOR
002280      FOR
002290      SELECT PROGRAM_ID, COUNT(*), SUM(ROW_COUNT),
002300             COUNT(DISTINCT SUBJECT_EMAIL)
002310        FROM DBODEVP.PII_ACCESS_LOG
002320       WHERE DATE(ACCESS_DTS) BETWEEN :WS-FROM-DATE
002330                                  AND :WS-TO-DATE
002340         AND ACCESS_TYPE = 'X'
002350       GROUP BY PROGRAM_ID
002360       ORDER BY PROGRAM_ID
002370     END-EXEC.

002380 01 WS-END                             PIC X(50) VALUE
002390     'ETROP103-WORKING STORAGE SECTION ENDS HERE'.

002400 PROCEDURE DIVISION.

002410 MAIN-LOGIC-PARA.

002420     MOVE 'ETROP103'                   TO EL-ERROR-MODULE.
002430     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.

002440     MOVE 'ETROP103'                   TO JRL-PROGRAM-ID.
002450     PERFORM LOG-JOB-START-PARA.

002460     PERFORM GET-PARAMETERS-PARA.

002470*    LAST CALENDAR MONTH - THE FIRST OF THIS MONTH LESS ONE MONTH,
002480*    THROUGH THE DAY BEFORE THE FIRST OF THIS MONTH.
002490     EXEC SQL
002500       SELECT CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS
002510                                - 1 MONTH, ISO),
002520              CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS, ISO)
002530         INTO :WS-FROM-DATE, :WS-TO-DATE
002540         FROM SYSIBM.SYSDUMMY1
002550     END-EXEC.
002560     IF SQLCODE NOT = 0
002570         MOVE 'SELECT'               TO EL-ERROR-ACTION
002580         MOVE 'SYSDUMMY1'            TO EL-ERROR-DB2-OBJECT
002590         PERFORM CHECK-SQLCODE-PARA
002600         PERFORM EXIT-PARA
002610     END-IF.

002620     OPEN OUTPUT PII-RPT-FILE.
002630     PERFORM USER-SECTION-PARA.
002640     PERFORM SEARCH-SECTION-PARA.
002650     PERFORM EXTRACT-SECTION-PARA.
002660     CLOSE PII-RPT-FILE.

002670     PERFORM PURGE-LOG-PARA.

002680     DISPLAY 'REVIEW PERIOD         : ' WS-FROM-DATE ' TO '
002690             WS-TO-DATE.
002700     DISPLAY 'LOG GROUPS READ       : ' WS-READ-COUNT.
002710     DISPLAY 'USERS FLAGGED         : ' WS-FLAGGED-COUNT.
002720     DISPLAY 'OFF-HOURS SEARCHES    : ' WS-OFF-HOURS-COUNT.
002730     DISPLAY 'LOG ROWS PURGED       : ' WS-PURGED-COUNT.
002740     MOVE 'C'                        TO JRL-RUN-STATUS.
002750     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
002760     MOVE WS-DETAIL-COUNT            TO JRL-ROWS-WRITTEN.
002770     MOVE WS-PURGED-COUNT            TO JRL-ROWS-UPDATED.
002780     PERFORM LOG-JOB-END-PARA.
002790     GOBACK.

002800******************************************************************
002810* Run Parameters                                                 *
002820******************************************************************
002830 GET-PARAMETERS-PARA.
002840     MOVE 'ETROP103'                 TO WS-SP-PROGRAM-ID.
002850     MOVE 'OFFICE-START-HR'          TO WS-SP-PARM-NAME.
002860     MOVE WS-OFFICE-START            TO WS-SP-PARM-VALUE.
002870     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002880     MOVE WS-SP-PARM-VALUE           TO WS-OFFICE-START.
002890     MOVE 'OFFICE-END-HOUR'          TO WS-SP-PARM-NAME.
002900     MOVE WS-OFFICE-END              TO WS-SP-PARM-VALUE.
002910     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002920     MOVE WS-SP-PARM-VALUE           TO WS-OFFICE-END.
002930     MOVE 'PEER-FACTOR'              TO WS-SP-PARM-NAME.
002940     MOVE WS-PEER-FACTOR             TO WS-SP-PARM-VALUE.
002950     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
002960     MOVE WS-SP-PARM-VALUE           TO WS-PEER-FACTOR.
002970     MOVE 'PEER-MIN-ROWS'            TO WS-SP-PARM-NAME.
002980     MOVE WS-PEER-MIN-ROWS           TO WS-SP-PARM-VALUE.
002990     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
003000     MOVE WS-SP-PARM-VALUE           TO WS-PEER-MIN-ROWS.
003010     MOVE 'PII-KEEP-MONTHS'          TO WS-SP-PARM-NAME.
003020     MOVE WS-KEEP-MONTHS             TO WS-SP-PARM-VALUE.
003030     CALL 'RCBT004A' USING WS-RCBT004A-PARM.
003040     MOVE WS-SP-PARM-VALUE           TO WS-KEEP-MONTHS.
003050     IF WS-KEEP-MONTHS < 2
003060         MOVE 2                      TO WS-KEEP-MONTHS
003070     END-IF.

003080******************************************************************
003090* 1. Online Access By User                                       *
003100******************************************************************
003110*    THE MONTH'S ONLINE TOTALS COME FIRST - EACH USER IS THEN
003120*    MEASURED AGAINST THE AVERAGE OF EVERYONE ELSE, SO ONE HEAVY
003130*    USER CANNOT RAISE THE BAR THEY ARE MEASURED AGAINST.
003140 USER-SECTION-PARA.
003150     MOVE 'ONLINE ACCESS BY USER'    TO WS-SECTION-TITLE.
003160     MOVE WS-RPT-USER-HEADING        TO WS-COLUMN-HEADING.
003170     MOVE 99                         TO WS-LINE-CTR.
003180     EXEC SQL
003190       SELECT COUNT(DISTINCT USR_ID), COALESCE(SUM(ROW_COUNT), 0)
003200         INTO :WS-ONLINE-USERS, :WS-ONLINE-ROWS
003210         FROM DBODEVP.PII_ACCESS_LOG
003220        WHERE DATE(ACCESS_DTS) BETWEEN :WS-FROM-DATE
003230                                   AND :WS-TO-DATE
003240          AND ACCESS_TYPE NOT = 'X'
003250     END-EXEC.
003260     IF SQLCODE NOT = 0
003270         MOVE 'SELECT'               TO EL-ERROR-ACTION
003280         MOVE 'PII_ACCESS_LOG'       TO EL-ERROR-DB2-OBJECT
003290         PERFORM CHECK-SQLCODE-PARA
003300         PERFORM EXIT-PARA
003310     END-IF.
003320     EXEC SQL
003330       OPEN ONLINE-BY-USER
003340     END-EXEC.
003350     IF SQLCODE NOT = 0
003360         MOVE 'OPEN  '               TO EL-ERROR-ACTION
003370         MOVE 'PII_ACCESS_LOG'       TO EL-ERROR-DB2-OBJECT
003380         PERFORM CHECK-SQLCODE-PARA
003390         PERFORM EXIT-PARA
003400     END-IF.
003410     PERFORM FETCH-USER-PARA
003420       UNTIL SQLCODE = 100.
003430     EXEC SQL
003440       CLOSE ONLINE-BY-USER
003450     END-EXEC.
003460     IF WS-ONLINE-USERS = 0
003470         MOVE 'NO ONLINE ACCESS RECORDED IN THE PERIOD'
003480                                     TO WS-RPT-NONE-TEXT
003490         MOVE WS-RPT-NONE-LINE       TO WS-PRINT-LINE
003500         PERFORM WRITE-DETAIL-PARA
003510     END-IF.

003520 FETCH-USER-PARA.
003530     EXEC SQL
003540       FETCH ONLINE-BY-USER
003550        INTO :WS-GR-USR-ID, :WS-GR-ACCESSES, :WS-GR-ROWS,
003560             :WS-GR-PEOPLE, :WS-GR-SEARCHES, :WS-GR-OFF-HOURS
003570     END-EXEC.
003580     EVALUATE SQLCODE
003590       WHEN 0
003600         ADD 1                       TO WS-READ-COUNT
003610         PERFORM PRINT-USER-PARA
003620       WHEN 100
003630         CONTINUE
003640       WHEN OTHER
003650         MOVE 'FETCH '               TO EL-ERROR-ACTION
003660         MOVE 'PII_ACCESS_LOG'       TO EL-ERROR-DB2-OBJECT
003670         PERFORM CHECK-SQLCODE-PARA
003680         PERFORM EXIT-PARA
003690     END-EVALUATE.

003700*    A LONE ONLINE USER HAS NO PEERS AND IS NEVER FLAGGED.
003710 PRINT-USER-PARA.
003720     MOVE SPACES                     TO WS-RPT-US-FLAG.
003730     MOVE 0                          TO WS-PEER-AVG.
003740     IF WS-ONLINE-USERS > 1
003750         COMPUTE WS-PEER-AVG ROUNDED =
003760                 (WS-ONLINE-ROWS - WS-GR-ROWS)
003770               / (WS-ONLINE-USERS - 1)
003780         IF WS-GR-ROWS NOT < WS-PEER-MIN-ROWS
003790            AND WS-GR-ROWS > WS-PEER-AVG * WS-PEER-FACTOR
003800             MOVE '*** UNUSUAL VOLUME'  TO WS-RPT-US-FLAG
003810             ADD 1                   TO WS-FLAGGED-COUNT
003820         END-IF
003830     END-IF.
003840     MOVE WS-GR-USR-ID               TO WS-RPT-USR-ID.
003850     MOVE WS-GR-ACCESSES             TO WS-RPT-US-ACCESSES.
003860     MOVE WS-GR-ROWS                 TO WS-RPT-US-ROWS.
003870     MOVE WS-GR-PEOPLE               TO WS-RPT-US-PEOPLE.
003880     MOVE WS-GR-SEARCHES             TO WS-RPT-US-SEARCHES.
003890     MOVE WS-GR-OFF-HOURS            TO WS-RPT-US-OFF-HOURS.
003900     MOVE WS-PEER-AVG                TO WS-RPT-US-PEER-AVG.
003910     MOVE WS-RPT-USER-LINE           TO WS-PRINT-LINE.
003920     PERFORM WRITE-DETAIL-PARA.

003930******************************************************************
003940* 2. Wildcard Searches Outside Office Hours                      *
003950******************************************************************
003960 SEARCH-SECTION-PARA.
003970     MOVE 'WILDCARD SEARCHES OUTSIDE OFFICE HOURS'
003980                                     TO WS-SECTION-TITLE.
003990     MOVE WS-RPT-SEARCH-HEADING      TO WS-COLUMN-HEADING.
004000     MOVE 99                         TO WS-LINE-CTR.
004010     EXEC SQL
004020       OPEN OFF-HOURS-SEARCHES
004030     END-EXEC.
004040     IF SQLCODE NOT = 0
004050         MOVE 'OPEN  '               TO EL-ERROR-ACTION
004060         MOVE 'PII_ACCESS_LOG'       TO EL-ERROR-DB2-OBJECT
004070         PERFORM CHECK-SQLCODE-PARA
004080         PERFORM EXIT-PARA
004090     END-IF.
004100     PERFORM FETCH-SEARCH-PARA
004110       UNTIL SQLCODE = 100.
004120     EXEC SQL
004130       CLOSE OFF-HOURS-SEARCHES
004140     END-EXEC.
004150     IF WS-OFF-HOURS-COUNT = 0
004160         MOVE 'NO WILDCARD SEARCH WAS RUN OUTSIDE OFFICE HOURS'
004170                                     TO WS-RPT-NONE-TEXT
004180         MOVE WS-RPT-NONE-LINE       TO WS-PRINT-LINE
004190         PERFORM WRITE-DETAIL-PARA
004200     END-IF.

004210 FETCH-SEARCH-PARA.
004220     EXEC SQL
004230       FETCH OFF-HOURS-SEARCHES
004240        INTO :WS-GR-ACCESS-DTS, :WS-GR-USR-ID, :WS-GR-PROGRAM-ID,
004250             :WS-GR-ROWS, :WS-GR-CRITERIA
004260     END-EXEC.
004270     EVALUATE SQLCODE
004280       WHEN 0
004290         ADD 1                       TO WS-READ-COUNT
004300         ADD 1                       TO WS-OFF-HOURS-COUNT
004310         MOVE WS-GR-ACCESS-DTS (1:19) TO WS-RPT-SR-DTS
004320         MOVE WS-GR-USR-ID           TO WS-RPT-SR-USR-ID
004330         MOVE WS-GR-PROGRAM-ID       TO WS-RPT-SR-PROGRAM-ID
004340         MOVE WS-GR-ROWS             TO WS-RPT-SR-ROWS
004350         MOVE SPACES                 TO WS-RPT-SR-CRITERIA
004360         IF WS-GR-CRITERIA-LEN > 0
004370             MOVE WS-GR-CRITERIA-TEXT (1:WS-GR-CRITERIA-LEN)
004380                                     TO WS-RPT-SR-CRITERIA
004390         END-IF
004400         MOVE WS-RPT-SEARCH-LINE     TO WS-PRINT-LINE
004410         PERFORM WRITE-DETAIL-PARA
004420       WHEN 100
004430         CONTINUE
004440       WHEN OTHER
004450         MOVE 'FETCH '               TO EL-ERROR-ACTION
004460         MOVE 'PII_ACCESS_LOG'       TO EL-ERROR-DB2-OBJECT
004470         PERFORM CHECK-SQLCODE-PARA
004480         PERFORM EXIT-PARA
004490     END-EVALUATE.

004500******************************************************************
004510* 3. Batch Extracts By Program                                   *
004520******************************************************************
004530 EXTRACT-SECTION-PARA.
004540     MOVE 'BATCH EXTRACTS BY PROGRAM' TO WS-SECTION-TITLE.
004550     MOVE WS-RPT-EXTRACT-HEADING     TO WS-COLUMN-HEADING.
004560     MOVE 99                         TO WS-LINE-CTR.
004570     EXEC SQL
004580       OPEN EXTRACTS-BY-PROGRAM
004590     END-EXEC.
004600     IF SQLCODE NOT = 0
004610         MOVE 'OPEN  '               TO EL-ERROR-ACTION
004620         MOVE 'PII_ACCESS_LOG'       TO EL-ERROR-DB2-OBJECT
004630         PERFORM CHECK-SQLCODE-PARA
004640         PERFORM EXIT-PARA
004650     END-IF.
004660     PERFORM FETCH-EXTRACT-PARA
004670       UNTIL SQLCODE = 100.
004680     EXEC SQL
004690       CLOSE EXTRACTS-BY-PROGRAM
004700     END-EXEC.

004710 FETCH-EXTRACT-PARA.
004720     EXEC SQL
004730       FETCH EXTRACTS-BY-PROGRAM
004740        INTO :WS-GR-PROGRAM-ID, :WS-GR-ACCESSES, :WS-GR-ROWS,
004750             :WS-GR-PEOPLE
004760     END-EXEC.
004770     EVALUATE SQLCODE
004780       WHEN 0
004790         ADD 1                       TO WS-READ-COUNT
004800         MOVE WS-GR-PROGRAM-ID       TO WS-RPT-EX-PROGRAM-ID
004810         MOVE WS-GR-ACCESSES         TO WS-RPT-EX-ACCESSES
004820         MOVE WS-GR-ROWS             TO WS-RPT-EX-ROWS
004830         MOVE WS-GR-PEOPLE           TO WS-RPT-EX-PEOPLE
004840         MOVE WS-RPT-EXTRACT-LINE    TO WS-PRINT-LINE
004850         PERFORM WRITE-DETAIL-PARA
004860       WHEN 100
004870         CONTINUE
004880       WHEN OTHER
004890         MOVE 'FETCH '               TO EL-ERROR-ACTION
004900         MOVE 'PII_ACCESS_LOG'       TO EL-ERROR-DB2-OBJECT
004910         PERFORM CHECK-SQLCODE-PARA
004920         PERFORM EXIT-PARA
004930     END-EVALUATE.

004940******************************************************************
004950* Access Log Retention                                           *
004960******************************************************************
004970 PURGE-LOG-PARA.
004980     EXEC SQL
004990       DELETE FROM DBODEVP.PII_ACCESS_LOG
005000        WHERE DATE(ACCESS_DTS) <
005010              CURRENT DATE - :WS-KEEP-MONTHS MONTHS
005020     END-EXEC.
005030     EVALUATE SQLCODE
005040       WHEN 0
005050         MOVE SQLERRD (3)            TO WS-PURGED-COUNT
005060       WHEN 100
005070         CONTINUE
005080       WHEN OTHER
005090         MOVE 'DELETE'               TO EL-ERROR-ACTION
005100         MOVE 'PII_ACCESS_LOG'       TO EL-ERROR-DB2-OBJECT
005110         PERFORM CHECK-SQLCODE-PARA
005120         PERFORM EXIT-PARA
005130     END-EVALUATE.

005140******************************************************************
005150* Shared Report Paragraphs                                       *
005160******************************************************************
005170 WRITE-HEADING-PARA.
005180     ADD 1                           TO WS-PAGE-NO.
005190     MOVE WS-PAGE-NO                 TO WS-RPT-PAGE-NO.
005200     WRITE PII-RPT-RECORD            FROM WS-RPT-HEADING-1.
005210     MOVE WS-FROM-DATE               TO WS-RPT-FROM-DATE.
005220     MOVE WS-TO-DATE                 TO WS-RPT-TO-DATE.
005230     MOVE WS-SECTION-TITLE           TO WS-RPT-SECTION-TITLE.
005240     WRITE PII-RPT-RECORD            FROM WS-RPT-HEADING-2.
005250     MOVE SPACES                     TO PII-RPT-RECORD.
005260     WRITE PII-RPT-RECORD.
005270     WRITE PII-RPT-RECORD            FROM WS-COLUMN-HEADING.
005280     MOVE 4                          TO WS-LINE-CTR.

005290 WRITE-DETAIL-PARA.
005300     IF WS-LINE-CTR > WS-LINES-PER-PAGE
005310         PERFORM WRITE-HEADING-PARA
005320     END-IF.
005330     WRITE PII-RPT-RECORD            FROM WS-PRINT-LINE.
005340     ADD 1                           TO WS-LINE-CTR.
005350     ADD 1                           TO WS-DETAIL-COUNT.

005360******************************************************************
005370* Error Logging                                                  *
005380******************************************************************
005390     EXEC SQL
005400       INCLUDE CPERRBAT
005410     END-EXEC.

005420*    A NON-FATAL OPEN/FETCH FAILURE STILL HAS TO STOP THIS RUN -
005430*    OTHERWISE THE FETCH LOOP RUNS AGAINST A CURSOR THAT WAS NEVER
005440*    OPENED AND NEVER REACHES SQLCODE = 100.
005450 EXIT-PARA.
005460     MOVE 'F'                        TO JRL-RUN-STATUS.
005470     MOVE WS-READ-COUNT              TO JRL-ROWS-READ.
005480     MOVE WS-DETAIL-COUNT            TO JRL-ROWS-WRITTEN.
005490     PERFORM LOG-JOB-END-PARA.
005500     DISPLAY 'PROGRAM ENDED - SEE ERROR LOG'.
005510     GOBACK.

005520******************************************************************
005530* Run Registry                                                   *
005540******************************************************************
005550     EXEC SQL
005560       INCLUDE CPJOBLOG
005570     END-EXEC.
